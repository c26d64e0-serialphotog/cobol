      * Master change feed - daily history changes for downstream
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CHGFEED.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-HISTORY-STATUS.
	    SELECT XREF-FILE ASSIGN TO "MERGXREF.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-XREF-STATUS.
	    SELECT FEED-FILE ASSIGN TO "CHGFEED.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-FEED-STATUS.
	    SELECT PENDING-FILE ASSIGN TO "CHGPEND.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PENDING-STATUS.
	    SELECT PENDING-WORK-FILE ASSIGN TO "CHGPWORK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PWORK-STATUS.
	    SELECT PARM-FILE ASSIGN TO "CHGFPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  HISTORY-FILE.
	01  HISTORY-RECORD pic x(172).
	FD  XREF-FILE.
	01  XREF-RECORD pic x(22).
	FD  FEED-FILE.
	01  FEED-RECORD pic x(123).
	FD  PENDING-FILE.
	01  PENDING-RECORD pic x(132).
	FD  PENDING-WORK-FILE.
	01  PENDING-WORK-RECORD pic x(132).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	WORKING-STORAGE SECTION.
	COPY HISTREC.
	COPY CHGREC.
	01 WS-PENDING-LINE.
	    02 PEND-CHANGE pic x(123).
	    02 filler pic x(1) value space.
	    02 PEND-SENT-DATE pic 9(8).
	01 WS-HISTORY-STATUS pic x(2).
	01 WS-XREF-STATUS pic x(2).
	01 WS-FEED-STATUS pic x(2).
	01 WS-PENDING-STATUS pic x(2).
	01 WS-PWORK-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-HISTORY value "Y".
	01 WS-PEND-EOF-SWITCH pic x value "N".
	    88 END-OF-PENDING value "Y".
	01 WS-XREF-EOF-SWITCH pic x value "N".
	    88 END-OF-XREF value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-FEED-DATE pic 9(8) value zero.
	01 WS-FEED-DATE-X redefines WS-FEED-DATE pic x(8).
	01 WS-XREF-LINE.
	    02 XRF-OLD-ID pic 9(6).
	    02 filler pic x(1).
	    02 XRF-NEW-ID pic 9(6).
	    02 filler pic x(1).
	    02 XRF-DATE pic 9(8).
	01 WS-XRF-TABLE.
	    02 WS-XRF-ENTRY occurs 1000.
	        03 WS-XRF-OLD pic 9(6).
	        03 WS-XRF-NEW pic 9(6).
	        03 WS-XRF-USED pic x(1).
	01 WS-XRF-COUNT pic 9(4) value zero.
	01 WS-XRF-SUB pic 9(4).
	01 WS-SEQ-NO pic 9(6) value zero.
	01 WS-HIST-READ-COUNT pic 9(8) value zero.
	01 WS-DETAIL-COUNT pic 9(8) value zero.
	01 WS-HASH-TOTAL pic 9(12) value zero.
	01 WS-CORRECT-COUNT pic 9(6) value zero.
	01 WS-DELETE-COUNT pic 9(6) value zero.
	01 WS-REINSTAT-COUNT pic 9(6) value zero.
	01 WS-MERGE-COUNT pic 9(6) value zero.
	01 WS-PURGE-COUNT pic 9(6) value zero.
	01 WS-PEND-DROPPED-COUNT pic 9(8) value zero.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 1000-GET-FEED-DATE.
	    IF NOT RUN-ABORTED
	        PERFORM 1500-LOAD-XREF
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2000-OPEN-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2500-WRITE-HEADER
	        PERFORM 3000-SCAN-HISTORY UNTIL END-OF-HISTORY
	        PERFORM 5000-WRITE-UNMATCHED-XREF
	            VARYING WS-XRF-SUB FROM 1 BY 1
	            UNTIL WS-XRF-SUB > WS-XRF-COUNT
	        PERFORM 6000-WRITE-TRAILER
	        PERFORM 9000-CLOSE-FILES
	        DISPLAY "FEED DATE:          " WS-FEED-DATE
	        DISPLAY "HISTORY LINES READ: " WS-HIST-READ-COUNT
	        DISPLAY "CHANGES WRITTEN:    " WS-DETAIL-COUNT
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    END-IF.
	    STOP RUN.
	1000-GET-FEED-DATE.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	        PERFORM 1100-READ-PARM-CARD UNTIL END-OF-PARMS
	        CLOSE PARM-FILE
	    END-IF.
	    IF WS-FEED-DATE = ZERO
	        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEED-DATE
	    END-IF.
	1100-READ-PARM-CARD.
	    READ PARM-FILE
	        AT END
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	        NOT AT END
	            PERFORM 1200-APPLY-PARM-CARD
	    END-READ.
	1200-APPLY-PARM-CARD.
	    EVALUATE PARM-KEYWORD
	        WHEN "FEEDDATE"
	            IF PARM-VALUE(1:8) IS NUMERIC
	                MOVE PARM-VALUE(1:8) TO WS-FEED-DATE
	            ELSE
	                DISPLAY "BAD FEEDDATE VALUE " PARM-VALUE
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " PARM-KEYWORD
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	    END-EVALUATE.
	1500-LOAD-XREF.
	    OPEN INPUT XREF-FILE.
	    IF WS-XREF-STATUS NOT = "00"
	        MOVE "Y" TO WS-XREF-EOF-SWITCH
	    ELSE
	        PERFORM 1600-LOAD-XREF-RECORD UNTIL END-OF-XREF
	        CLOSE XREF-FILE
	    END-IF.
	1600-LOAD-XREF-RECORD.
	    READ XREF-FILE INTO WS-XREF-LINE
	        AT END
	            MOVE "Y" TO WS-XREF-EOF-SWITCH
	        NOT AT END
	            IF XRF-DATE = WS-FEED-DATE
	                IF WS-XRF-COUNT < 1000
	                    ADD 1 TO WS-XRF-COUNT
	                    MOVE XRF-OLD-ID
	                        TO WS-XRF-OLD(WS-XRF-COUNT)
	                    MOVE XRF-NEW-ID
	                        TO WS-XRF-NEW(WS-XRF-COUNT)
	                    MOVE "N" TO WS-XRF-USED(WS-XRF-COUNT)
	                ELSE
	                    DISPLAY "MERGE XREF TABLE FULL, RUN ABORTED"
	                    SET RUN-ABORTED TO TRUE
	                    MOVE "Y" TO WS-XREF-EOF-SWITCH
	                END-IF
	            END-IF
	    END-READ.
	2000-OPEN-FILES.
	    OPEN INPUT HISTORY-FILE.
	    IF WS-HISTORY-STATUS NOT = "00"
	        DISPLAY "NO HISTORY ON FILE " WS-HISTORY-STATUS
	        MOVE "Y" TO WS-EOF-SWITCH
	    END-IF.
	    OPEN OUTPUT FEED-FILE.
	    IF WS-FEED-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN CHGFEED " WS-FEED-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2100-DROP-FEED-PENDING
	    END-IF.
	    IF NOT RUN-ABORTED
	        OPEN EXTEND PENDING-FILE
	        IF WS-PENDING-STATUS NOT = "00"
	            OPEN OUTPUT PENDING-FILE
	        END-IF
	        IF WS-PENDING-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN CHGPEND " WS-PENDING-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	2100-DROP-FEED-PENDING.
	    OPEN INPUT PENDING-FILE.
	    IF WS-PENDING-STATUS = "00"
	        OPEN OUTPUT PENDING-WORK-FILE
	        IF WS-PWORK-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN CHGPWORK " WS-PWORK-STATUS
	            SET RUN-ABORTED TO TRUE
	        ELSE
	            PERFORM 2200-COPY-TO-WORK UNTIL END-OF-PENDING
	            CLOSE PENDING-WORK-FILE
	        END-IF
	        CLOSE PENDING-FILE
	        IF NOT RUN-ABORTED AND WS-PEND-DROPPED-COUNT > ZERO
	            PERFORM 2300-RESTORE-PENDING
	        END-IF
	    END-IF.
	2200-COPY-TO-WORK.
	    READ PENDING-FILE INTO WS-PENDING-LINE
	        AT END
	            MOVE "Y" TO WS-PEND-EOF-SWITCH
	        NOT AT END
	            MOVE PEND-CHANGE TO CHG-LINE
	            IF CHG-FEED-DATE = WS-FEED-DATE
	                ADD 1 TO WS-PEND-DROPPED-COUNT
	            ELSE
	                WRITE PENDING-WORK-RECORD FROM WS-PENDING-LINE
	                IF WS-PWORK-STATUS NOT = "00"
	                    DISPLAY "CHGPWORK WRITE FAILED "
	                        WS-PWORK-STATUS
	                    SET RUN-ABORTED TO TRUE
	                    MOVE "Y" TO WS-PEND-EOF-SWITCH
	                END-IF
	            END-IF
	    END-READ.
	2300-RESTORE-PENDING.
	    MOVE "N" TO WS-PEND-EOF-SWITCH.
	    OPEN INPUT PENDING-WORK-FILE.
	    IF WS-PWORK-STATUS NOT = "00"
	        DISPLAY "UNABLE TO REOPEN CHGPWORK " WS-PWORK-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        OPEN OUTPUT PENDING-FILE
	        IF WS-PENDING-STATUS NOT = "00"
	            DISPLAY "UNABLE TO REWRITE CHGPEND "
	                WS-PENDING-STATUS
	            SET RUN-ABORTED TO TRUE
	        ELSE
	            PERFORM 2400-COPY-FROM-WORK UNTIL END-OF-PENDING
	            CLOSE PENDING-FILE
	        END-IF
	        CLOSE PENDING-WORK-FILE
	    END-IF.
	    IF NOT RUN-ABORTED
	        DISPLAY "PENDING LINES REPLACED: " WS-PEND-DROPPED-COUNT
	    END-IF.
	2400-COPY-FROM-WORK.
	    READ PENDING-WORK-FILE INTO WS-PENDING-LINE
	        AT END
	            MOVE "Y" TO WS-PEND-EOF-SWITCH
	        NOT AT END
	            WRITE PENDING-RECORD FROM WS-PENDING-LINE
	            IF WS-PENDING-STATUS NOT = "00"
	                DISPLAY "CHGPEND WRITE FAILED "
	                    WS-PENDING-STATUS
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PEND-EOF-SWITCH
	            END-IF
	    END-READ.
	2500-WRITE-HEADER.
	    MOVE "H" TO CHH-RECORD-TYPE.
	    MOVE WS-FEED-DATE TO CHH-FEED-DATE.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO CHH-CREATE-DATE.
	    MOVE FUNCTION CURRENT-DATE(9:6) TO CHH-CREATE-TIME.
	    MOVE "CUSTMAST" TO CHH-SOURCE.
	    WRITE FEED-RECORD FROM CHH-LINE.
	    IF WS-FEED-STATUS NOT = "00"
	        DISPLAY "HEADER WRITE FAILED " WS-FEED-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	3000-SCAN-HISTORY.
	    READ HISTORY-FILE INTO HIST-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            ADD 1 TO WS-HIST-READ-COUNT
	            IF HIST-TIMESTAMP(1:8) = WS-FEED-DATE-X
	                    AND HIST-BEFORE-IMAGE
	                        NOT = HIST-AFTER-IMAGE
	                PERFORM 3100-BUILD-CHANGE
	                PERFORM 4000-WRITE-CHANGE
	            END-IF
	    END-READ.
	3100-BUILD-CHANGE.
	    MOVE SPACES TO CHG-LINE.
	    MOVE "D" TO CHG-RECORD-TYPE.
	    MOVE HIST-ACTION TO CHG-ACTION.
	    MOVE WS-FEED-DATE TO CHG-EFFECTIVE-DATE.
	    IF HAI-ID IS NUMERIC
	        MOVE HAI-ID TO CHG-CUST-ID
	    ELSE
	        IF HBI-ID IS NUMERIC
	            MOVE HBI-ID TO CHG-CUST-ID
	        ELSE
	            MOVE ZERO TO CHG-CUST-ID
	        END-IF
	    END-IF.
	    MOVE ZERO TO CHG-LINK-ID.
	    IF HIST-ACTION = "MERGE"
	        PERFORM 3200-FIND-SURVIVOR
	            VARYING WS-XRF-SUB FROM 1 BY 1
	            UNTIL WS-XRF-SUB > WS-XRF-COUNT
	                OR CHG-LINK-ID NOT = ZERO
	    END-IF.
	    MOVE HBI-NAME TO CHG-BEFORE-NAME.
	    MOVE HAI-NAME TO CHG-AFTER-NAME.
	    MOVE HBI-STATUS TO CHG-BEFORE-STATUS.
	    MOVE HAI-STATUS TO CHG-AFTER-STATUS.
	    IF HAI-STATUS-DATE IS NUMERIC
	        MOVE HAI-STATUS-DATE TO CHG-STATUS-DATE
	    ELSE
	        MOVE ZERO TO CHG-STATUS-DATE
	    END-IF.
	3200-FIND-SURVIVOR.
	    IF WS-XRF-OLD(WS-XRF-SUB) = CHG-CUST-ID
	            AND WS-XRF-USED(WS-XRF-SUB) = "N"
	        MOVE WS-XRF-NEW(WS-XRF-SUB) TO CHG-LINK-ID
	        MOVE "Y" TO WS-XRF-USED(WS-XRF-SUB)
	    END-IF.
	4000-WRITE-CHANGE.
	    ADD 1 TO WS-SEQ-NO.
	    MOVE WS-FEED-DATE TO CHG-FEED-DATE.
	    MOVE WS-SEQ-NO TO CHG-SEQ-NO.
	    WRITE FEED-RECORD FROM CHG-LINE.
	    IF WS-FEED-STATUS NOT = "00"
	        DISPLAY "CHGFEED WRITE FAILED " WS-FEED-STATUS
	        SET RUN-ABORTED TO TRUE
	        MOVE "Y" TO WS-EOF-SWITCH
	    ELSE
	        ADD 1 TO WS-DETAIL-COUNT
	        COMPUTE WS-HASH-TOTAL =
	            FUNCTION MOD(WS-HASH-TOTAL + CHG-CUST-ID
	            1000000000000)
	        PERFORM 4100-COUNT-ACTION
	        MOVE CHG-LINE TO PEND-CHANGE
	        MOVE WS-FEED-DATE TO PEND-SENT-DATE
	        WRITE PENDING-RECORD FROM WS-PENDING-LINE
	        IF WS-PENDING-STATUS NOT = "00"
	            DISPLAY "CHGPEND WRITE FAILED " WS-PENDING-STATUS
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-EOF-SWITCH
	        END-IF
	    END-IF.
	4100-COUNT-ACTION.
	    EVALUATE CHG-ACTION
	        WHEN "CORRECT"
	            ADD 1 TO WS-CORRECT-COUNT
	        WHEN "DELETE"
	            ADD 1 TO WS-DELETE-COUNT
	        WHEN "REINSTAT"
	            ADD 1 TO WS-REINSTAT-COUNT
	        WHEN "MERGE"
	            ADD 1 TO WS-MERGE-COUNT
	        WHEN "PURGE"
	            ADD 1 TO WS-PURGE-COUNT
	        WHEN OTHER
	            CONTINUE
	    END-EVALUATE.
	5000-WRITE-UNMATCHED-XREF.
	    IF WS-XRF-USED(WS-XRF-SUB) = "N" AND NOT RUN-ABORTED
	        MOVE SPACES TO CHG-LINE
	        MOVE "D" TO CHG-RECORD-TYPE
	        MOVE "MERGE" TO CHG-ACTION
	        MOVE WS-FEED-DATE TO CHG-EFFECTIVE-DATE
	        MOVE WS-XRF-OLD(WS-XRF-SUB) TO CHG-CUST-ID
	        MOVE WS-XRF-NEW(WS-XRF-SUB) TO CHG-LINK-ID
	        MOVE ZERO TO CHG-STATUS-DATE
	        MOVE "Y" TO WS-XRF-USED(WS-XRF-SUB)
	        PERFORM 4000-WRITE-CHANGE
	    END-IF.
	6000-WRITE-TRAILER.
	    MOVE "T" TO CHT-RECORD-TYPE.
	    MOVE WS-FEED-DATE TO CHT-FEED-DATE.
	    MOVE WS-DETAIL-COUNT TO CHT-DETAIL-COUNT.
	    MOVE WS-HASH-TOTAL TO CHT-HASH.
	    MOVE WS-CORRECT-COUNT TO CHT-CORRECT-COUNT.
	    MOVE WS-DELETE-COUNT TO CHT-DELETE-COUNT.
	    MOVE WS-REINSTAT-COUNT TO CHT-REINSTAT-COUNT.
	    MOVE WS-MERGE-COUNT TO CHT-MERGE-COUNT.
	    MOVE WS-PURGE-COUNT TO CHT-PURGE-COUNT.
	    WRITE FEED-RECORD FROM CHT-LINE.
	    IF WS-FEED-STATUS NOT = "00"
	        DISPLAY "TRAILER WRITE FAILED " WS-FEED-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	9000-CLOSE-FILES.
	    CLOSE HISTORY-FILE.
	    CLOSE FEED-FILE.
	    CLOSE PENDING-FILE.
