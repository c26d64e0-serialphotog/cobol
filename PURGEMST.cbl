	    SELECT PARM-FILE ASSIGN TO "PURGPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT HOLD-FILE ASSIGN TO "PURGHOLD.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-HOLD-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  MASTER-FILE.
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	FD  HISTORY-FILE.
	01  HISTORY-RECORD pic x(172).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  HOLD-FILE.
	01  HOLD-RECORD pic x(64).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY LOCKREC.
	COPY HISTREC.
	COPY HOLDREC.
	01 WS-MASTER-STATUS pic x(2).
	01 WS-ARCHIVE-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	    02 filler pic x(1).
	    02 BKP-T-HASH pic 9(12).
	    02 filler pic x(57).
	01 WS-LINE-COUNT pic 9(2) value zero.
	01 WS-PAGE-COUNT pic 9(4) value zero.
	01 WS-MAX-LINES-PER-PAGE pic 9(2) value 20.
	01 WS-FOOTER-2.
	    02 filler pic x(25) value "ARCHIVE HASH TOTAL: ".
	    02 WF2-HASH pic 9(12).
	01 WS-FOOTER-3.
	    02 filler pic x(25) value "CUSTOMERS HELD: ".
	    02 WF3-COUNT pic zzzzzzz9.
	01 WS-HELD-HEADING-1 pic x(40)
	    value "CUSTOMERS HELD".
	01 WS-HELD-HEADING-2.
	    02 filler pic x(8) value "CUST ID".
	    02 filler pic x(31) value "NAME".
	    02 filler pic x(11) value "HOLD UNTIL".
	    02 filler pic x(30) value "REASON".
	01 WS-HELD-LINE.
	    02 WHL-ID pic zzzzz9.
	    02 filler pic x(2) value spaces.
	    02 WHL-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WHL-EXPIRY pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WHL-REASON pic x(30).
	01 WS-HOLD-STATUS pic x(2).
	01 WS-HLD-TABLE.
	    02 WS-HLD-ENTRY occurs 500 pic x(64).
	01 WS-HLD-COUNT pic 9(4) value zero.
	01 WS-HLD-IDX pic 9(4).
	01 WS-HLD-FOUND-IDX pic 9(4).
	01 WS-HLD-EOF-SWITCH pic x value "N".
	    88 END-OF-HOLDS value "Y".
	01 WS-HELD-TABLE.
	    02 WS-HELD-ENTRY occurs 500.
	        03 WS-HELD-ID pic 9(6).
	        03 WS-HELD-NAME pic x(30).
	        03 WS-HELD-EXPIRY pic 9(8).
	        03 WS-HELD-REASON pic x(30).
	01 WS-HELD-COUNT pic 9(6) value zero.
	01 WS-HELD-IDX pic 9(6).
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 1000-GET-RETENTION.
	            TO WS-TODAY-INT
	        STRING "MSTPRG-" WS-TODAY ".DAT"
	            DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
	        PERFORM 1500-LOAD-HOLDS
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 0300-TAKE-RUN-LOCK
	        IF RUN-LOCK-TAKEN
	            PERFORM 2000-OPEN-FILES
	        ELSE
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 3000-SCAN-MASTER UNTIL END-OF-MASTER
	        PERFORM 9000-CLOSE-FILES
	        DISPLAY "CUSTOMERS PURGED: " WS-PURGED-COUNT
	        DISPLAY "ARCHIVE FILE: " WS-ARCHIVE-NAME
	        DISPLAY "CUSTOMERS HELD: " WS-HELD-COUNT
	    END-IF.
	    PERFORM 0350-RELEASE-RUN-LOCK.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        END-IF
	    END-IF.
	    STOP RUN.
	0300-TAKE-RUN-LOCK.
	    MOVE "N" TO WS-LOCK-SWITCH.
	    PERFORM 0310-READ-RUN-LOCK.
	    IF LOCK-IS-HELD
	        DISPLAY "MASTER FILE IN USE BY " LCK-PROGRAM
	            " TERMINAL " LCK-TERMINAL-ID
	            " SINCE " LCK-DATE " " LCK-TIME
	    ELSE
	        MOVE "Y" TO LCK-HELD-FLAG
	        MOVE WS-TERMINAL-ID TO LCK-PROGRAM
	        MOVE WS-TERMINAL-ID TO LCK-TERMINAL-ID
	        MOVE SPACES TO LCK-OPERATOR-ID
	        MOVE FUNCTION CURRENT-DATE(1:8) TO LCK-DATE
	        MOVE FUNCTION CURRENT-DATE(9:6) TO LCK-TIME
	        PERFORM 0320-WRITE-RUN-LOCK
	        IF WS-LOCK-STATUS = "00"
	            SET RUN-LOCK-TAKEN TO TRUE
	        END-IF
	    END-IF.
	0310-READ-RUN-LOCK.
	    MOVE SPACES TO LOCK-LINE.
	    MOVE "N" TO LCK-HELD-FLAG.
	    MOVE ZERO TO LCK-DATE.
	    MOVE ZERO TO LCK-TIME.
	    MOVE ZERO TO LCK-WINDOW-START.
	    MOVE ZERO TO LCK-WINDOW-END.
	    OPEN INPUT LOCK-FILE.
	    IF WS-LOCK-STATUS = "00"
	        READ LOCK-FILE INTO LOCK-LINE
	            AT END
	                MOVE "N" TO LCK-HELD-FLAG
	        END-READ
	        CLOSE LOCK-FILE
	    END-IF.
	    IF LCK-WINDOW-START NOT NUMERIC
	            OR LCK-WINDOW-END NOT NUMERIC
	        MOVE ZERO TO LCK-WINDOW-START
	        MOVE ZERO TO LCK-WINDOW-END
	    END-IF.
	0320-WRITE-RUN-LOCK.
	    OPEN OUTPUT LOCK-FILE.
	    IF WS-LOCK-STATUS NOT = "00"
	        DISPLAY "UNABLE TO WRITE RUNLOCK " WS-LOCK-STATUS
	    ELSE
	        WRITE LOCK-RECORD FROM LOCK-LINE
	        CLOSE LOCK-FILE
	    END-IF.
	0350-RELEASE-RUN-LOCK.
	    IF RUN-LOCK-TAKEN
	        PERFORM 0310-READ-RUN-LOCK
	        IF LOCK-IS-HELD AND LCK-PROGRAM = WS-TERMINAL-ID
	                AND LCK-TERMINAL-ID = WS-TERMINAL-ID
	            MOVE "N" TO LCK-HELD-FLAG
	            PERFORM 0320-WRITE-RUN-LOCK
	        END-IF
	        MOVE "N" TO WS-LOCK-SWITCH
	    END-IF.
	1000-GET-RETENTION.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	            IF NOT RUN-ABORTED
	                SET RETENTION-SEEN TO TRUE
	            END-IF
	        WHEN "WARNDAYS"
	            CONTINUE
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1500-LOAD-HOLDS.
	    OPEN INPUT HOLD-FILE.
	    IF WS-HOLD-STATUS = "00"
	        PERFORM 1600-LOAD-HOLD-LINE UNTIL END-OF-HOLDS
	        CLOSE HOLD-FILE
	    ELSE
	        IF WS-HOLD-STATUS NOT = "35"
	            DISPLAY "UNABLE TO OPEN PURGHOLD " WS-HOLD-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1600-LOAD-HOLD-LINE.
	    READ HOLD-FILE
	        AT END
	            MOVE "Y" TO WS-HLD-EOF-SWITCH
	        NOT AT END
	            IF WS-HLD-COUNT < 500
	                ADD 1 TO WS-HLD-COUNT
	                MOVE HOLD-RECORD TO WS-HLD-ENTRY(WS-HLD-COUNT)
	            ELSE
	                DISPLAY "PURGE HOLDS EXCEED WORK TABLE"
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-HLD-EOF-SWITCH
	            END-IF
	    END-READ.
	2000-OPEN-FILES.
	    OPEN I-O MASTER-FILE.
	    IF WS-MASTER-STATUS NOT = "00"
	            TO WS-STATUS-INT
	        COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-STATUS-INT
	        IF WS-IDLE-DAYS > WS-RETENTION-DAYS
	            PERFORM 3150-CHECK-HOLD
	            IF WS-HLD-FOUND-IDX > ZERO
	                PERFORM 3160-NOTE-HELD
	            ELSE
	                PERFORM 3200-PURGE-ONE
	            END-IF
	        END-IF
	    END-IF.
	3150-CHECK-HOLD.
	    MOVE ZERO TO WS-HLD-FOUND-IDX.
	    PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
	            UNTIL WS-HLD-IDX > WS-HLD-COUNT
	        MOVE WS-HLD-ENTRY(WS-HLD-IDX) TO HOLD-LINE
	        IF HLD-CUST-ID = CUST-ID
	                AND HLD-EXPIRY-DATE >= WS-TODAY
	            MOVE WS-HLD-IDX TO WS-HLD-FOUND-IDX
	        END-IF
	    END-PERFORM.
	3160-NOTE-HELD.
	    MOVE WS-HLD-ENTRY(WS-HLD-FOUND-IDX) TO HOLD-LINE.
	    IF WS-HELD-COUNT < 500
	        ADD 1 TO WS-HELD-COUNT
	        MOVE CUST-ID TO WS-HELD-ID(WS-HELD-COUNT)
	        MOVE CUST-NAME TO WS-HELD-NAME(WS-HELD-COUNT)
	        MOVE HLD-EXPIRY-DATE TO WS-HELD-EXPIRY(WS-HELD-COUNT)
	        MOVE HLD-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
	    ELSE
	        DISPLAY "HELD FROM PURGE " CUST-ID
	    END-IF.
	3200-PURGE-ONE.
	    MOVE CUST-RECORD TO WS-BEFORE-IMAGE.
	    MOVE "PURGE" TO HIST-ACTION.
	    MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE.
	    MOVE CUST-RECORD TO HIST-AFTER-IMAGE.
	    WRITE HISTORY-RECORD FROM HIST-LINE.
	4000-WRITE-TRAILER.
	    MOVE SPACES TO WS-BKP-RECORD.
	    MOVE "T" TO BKP-T-TYPE.
	    MOVE WS-HASH-TOTAL TO WF2-HASH.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    MOVE WS-HELD-COUNT TO WF3-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	    IF WS-HELD-COUNT > ZERO
	        WRITE REPORT-LINE FROM WS-BLANK-LINE
	        PERFORM 5050-WRITE-HELD-HEADINGS
	        PERFORM 5100-WRITE-HELD-LINE
	            VARYING WS-HELD-IDX FROM 1 BY 1
	            UNTIL WS-HELD-IDX > WS-HELD-COUNT
	    END-IF.
	5050-WRITE-HELD-HEADINGS.
	    IF WS-LINE-COUNT = ZERO
	        PERFORM 3450-WRITE-HEADINGS
	    END-IF.
	    WRITE REPORT-LINE FROM WS-HELD-HEADING-1.
	    WRITE REPORT-LINE FROM WS-HELD-HEADING-2.
	    ADD 2 TO WS-LINE-COUNT.
	5100-WRITE-HELD-LINE.
	    IF WS-LINE-COUNT = ZERO
	        PERFORM 5050-WRITE-HELD-HEADINGS
	    END-IF.
	    MOVE WS-HELD-ID(WS-HELD-IDX) TO WHL-ID.
	    MOVE WS-HELD-NAME(WS-HELD-IDX) TO WHL-NAME.
	    MOVE WS-HELD-EXPIRY(WS-HELD-IDX) TO WHL-EXPIRY.
	    MOVE WS-HELD-REASON(WS-HELD-IDX) TO WHL-REASON.
	    WRITE REPORT-LINE FROM WS-HELD-LINE.
	    ADD 1 TO WS-LINE-COUNT.
	    IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
	        MOVE ZERO TO WS-LINE-COUNT
	    END-IF.
	8000-ADD-TO-HASH.
	    COMPUTE WS-HASH-TOTAL =
	        FUNCTION MOD(WS-HASH-TOTAL + CUST-ID
