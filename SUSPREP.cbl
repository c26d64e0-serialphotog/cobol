	    SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-EXTRACT-STATUS.
	    SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-HISTORY-STATUS.
	    SELECT NUMCTL-FILE ASSIGN TO "CUSTNUM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMCTL-STATUS.
	    SELECT NUMLOG-FILE ASSIGN TO "NUMLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMLOG-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  SUSPENSE-FILE.
	FD  MASTER-FILE.
	    COPY CUSTREC.
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD pic x(44).
	FD  HISTORY-FILE.
	01  HISTORY-RECORD pic x(172).
	FD  NUMCTL-FILE.
	01  NUMCTL-RECORD pic x(38).
	FD  NUMLOG-FILE.
	01  NUMLOG-RECORD pic x(54).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY LOCKREC.
	COPY SUSPREC.
	COPY AUDITREC.
	COPY EXTREC.
	COPY NUMCTL.
	COPY HISTREC.
	01 WS-WORK-INTAKE.
	    02 WK-ID pic x(6).
	    02 WK-NAME pic x(40).
	01 WS-SUSPENSE-STATUS pic x(2).
	01 WS-MASTER-STATUS pic x(2).
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-AUD-RUN-ID pic x(16).
	01 WS-AUD-SEQUENCE pic 9(8) value zero.
	01 WS-AUD-HASH pic 9(15) value zero.
	01 WS-AUD-HASH-IDX pic 9(3).
	01 WS-EXTRACT-STATUS pic x(2).
	01 WS-HISTORY-STATUS pic x(2).
	01 WS-BEFORE-IMAGE pic x(61).
	01 WS-TERMINAL-ID pic x(8) value "SUSPREP".
	01 WS-EOF-SWITCH pic x value "N".
	    88 NAME-IS-INVALID value "N".
	01 WS-CHAR-TAB.
	    02 WS-CHAR-IDX pic 9(2).
	01 WS-REJECT-REASON pic x(2) value "00".
	01 WS-MASTER-WRITE-STATUS pic x value "Y".
	    88 MASTER-WRITE-OK value "Y".
	    88 MASTER-WRITE-FAILED value "N".
	01 WS-AUDIT-ACTION pic x(8).
	01 WS-OPER-ACTION pic x.
	01 WS-SUSP-TABLE.
	    02 WS-SUSP-ENTRY occurs 2000 pic x(100).
	01 WS-SUSP-KEEP-TABLE.
	01 WS-DATE-VALID pic x.
	    88 DATE-IS-VALID value "Y".
	    88 DATE-IS-INVALID value "N".
	01 WS-PROGRAM-NAME pic x(8) value "SUSPREP".
	01 WS-NUMCTL-STATUS pic x(2).
	01 WS-NUMLOG-STATUS pic x(2).
	01 WS-NUM-CANDIDATE pic 9(6).
	01 WS-NUM-SAVE-RECORD pic x(61).
	01 WS-NUM-ASSIGN-STATE pic x.
	    88 NUMBER-SEARCHING value "S".
	    88 NUMBER-IS-FREE value "F".
	    88 NUMBER-NOT-ASSIGNED value "X".
	01 WS-NUM-FIRST-ID pic 9(6) value zero.
	01 WS-NUM-LAST-ID pic 9(6) value zero.
	01 WS-NUM-ISSUED-COUNT pic 9(6) value zero.
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	PROCEDURE DIVISION.
	0000-MAIN.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EDIT-LIMIT.
	    PERFORM 0300-TAKE-RUN-LOCK.
	    IF RUN-LOCK-TAKEN
	        PERFORM 1000-OPEN-FILES
	        PERFORM 1500-LOAD-SUSPENSE UNTIL END-OF-SUSPENSE
	        IF NOT RUN-ABORTED
	            PERFORM 2000-REVIEW-ITEM
	                VARYING WS-SUSP-IDX FROM 1 BY 1
	                UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
	            PERFORM 8000-REWRITE-SUSPENSE
	        END-IF
	        PERFORM 8500-LOG-NUMBERS-ISSUED
	        PERFORM 9000-CLOSE-FILES
	        PERFORM 0350-RELEASE-RUN-LOCK
	    ELSE
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
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
	1000-OPEN-FILES.
	    OPEN INPUT SUSPENSE-FILE.
	    IF WS-SUSPENSE-STATUS NOT = "00"
	    IF WS-AUDIT-STATUS NOT = "00"
	        OPEN OUTPUT AUDIT-FILE
	    END-IF.
	    PERFORM 3250-START-AUDIT-RUN.
	    OPEN EXTEND EXTRACT-FILE.
	    IF WS-EXTRACT-STATUS NOT = "00"
	        OPEN OUTPUT EXTRACT-FILE
	    IF WS-HISTORY-STATUS NOT = "00"
	        OPEN OUTPUT HISTORY-FILE
	    END-IF.
	1500-LOAD-SUSPENSE.
	    READ SUSPENSE-FILE
	        AT END
	        END-IF
	    END-PERFORM.
	    MOVE WS-AUDIT-ACTION TO AUD-STATUS.
	    IF WS-AUDIT-ACTION = "ACCEPT"
	        MOVE CUST-ID TO AUD-CUST-ID
	    ELSE
	        IF SUSP-ID IS NUMERIC
	            MOVE SUSP-ID TO AUD-CUST-ID
	        END-IF
	    END-IF.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	3210-WRITE-AUDIT-LINE.
	    MOVE "SUSPREP" TO AUD-PROGRAM.
	    MOVE WS-AUD-RUN-ID TO AUD-RUN-ID.
	    ADD 1 TO WS-AUD-SEQUENCE.
	    MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE.
	    PERFORM 3220-HASH-AUDIT-LINE.
	    WRITE AUDIT-RECORD FROM AUD-LINE.
	    MOVE ZERO TO AUD-CUST-ID.
	3220-HASH-AUDIT-LINE.
	    PERFORM 3230-HASH-AUDIT-CHAR
	        VARYING WS-AUD-HASH-IDX FROM 1 BY 1
	        UNTIL WS-AUD-HASH-IDX > 86.
	3230-HASH-AUDIT-CHAR.
	    COMPUTE WS-AUD-HASH = WS-AUD-HASH
	        + FUNCTION ORD(AUD-LINE(WS-AUD-HASH-IDX:1))
	        * WS-AUD-HASH-IDX.
	3240-WRITE-AUDIT-TRAILER.
	    IF WS-AUD-SEQUENCE > ZERO
	        MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
	        MOVE SPACES TO AUD-NAME
	        MOVE WS-AUD-SEQUENCE TO AUD-TRL-COUNT
	        MOVE WS-AUD-HASH TO AUD-TRL-HASH
	        MOVE "TRAILER" TO AUD-STATUS
	        MOVE ZERO TO AUD-CUST-ID
	        MOVE "SUSPREP" TO AUD-PROGRAM
	        MOVE WS-AUD-RUN-ID TO AUD-RUN-ID
	        ADD 1 TO WS-AUD-SEQUENCE
	        MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE
	        WRITE AUDIT-RECORD FROM AUD-LINE
	        MOVE ZERO TO WS-AUD-SEQUENCE
	        MOVE ZERO TO WS-AUD-HASH
	    END-IF.
	3250-START-AUDIT-RUN.
	    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-AUD-RUN-ID.
	    MOVE ZERO TO WS-AUD-SEQUENCE.
	    MOVE ZERO TO WS-AUD-HASH.
	3400-WRITE-EXTRACT.
	    MOVE CUST-ID TO EX-ID.
	    MOVE CUST-NAME TO EX-NAME.
	            PERFORM 3700-TRY-REACTIVATE
	        END-IF
	    ELSE
	        PERFORM 3600-ASSIGN-CUST-ID
	        IF NUMBER-IS-FREE
	            PERFORM 3650-MOVE-AND-WRITE
	        ELSE
	            SET MASTER-WRITE-FAILED TO TRUE
	        END-IF
	    END-IF.
	3600-ASSIGN-CUST-ID.
	    MOVE CUST-RECORD TO WS-NUM-SAVE-RECORD.
	    SET NUMBER-SEARCHING TO TRUE.
	    MOVE ZERO TO NUM-LAST-ISSUED.
	    MOVE ZERO TO NUM-PROTECT-LOW.
	    MOVE ZERO TO NUM-PROTECT-HIGH.
	    OPEN INPUT NUMCTL-FILE.
	    IF WS-NUMCTL-STATUS = "00"
	        READ NUMCTL-FILE INTO NUM-CONTROL-LINE
	            AT END
	                DISPLAY "CUSTNUM CONTROL RECORD EMPTY"
	        END-READ
	        CLOSE NUMCTL-FILE
	    ELSE
	        DISPLAY "CUSTNUM CONTROL FILE MISSING, STARTING AT ZERO"
	    END-IF.
	    MOVE NUM-LAST-ISSUED TO WS-NUM-CANDIDATE.
	    PERFORM 3610-TRY-NEXT-NUMBER UNTIL NOT NUMBER-SEARCHING.
	    MOVE WS-NUM-SAVE-RECORD TO CUST-RECORD.
	    IF NUMBER-IS-FREE
	        PERFORM 3620-UPDATE-NUMBER-CONTROL
	    END-IF.
	    IF NUMBER-IS-FREE
	        MOVE WS-NUM-CANDIDATE TO CUST-ID
	        IF WS-NUM-ISSUED-COUNT = ZERO
	            MOVE WS-NUM-CANDIDATE TO WS-NUM-FIRST-ID
	        END-IF
	        MOVE WS-NUM-CANDIDATE TO WS-NUM-LAST-ID
	        ADD 1 TO WS-NUM-ISSUED-COUNT
	    END-IF.
	3610-TRY-NEXT-NUMBER.
	    IF WS-NUM-CANDIDATE = 999999
	        DISPLAY "CUSTOMER NUMBERS EXHAUSTED"
	        SET NUMBER-NOT-ASSIGNED TO TRUE
	    ELSE
	        ADD 1 TO WS-NUM-CANDIDATE
	        IF NUM-PROTECT-HIGH > ZERO
	                AND WS-NUM-CANDIDATE >= NUM-PROTECT-LOW
	                AND WS-NUM-CANDIDATE <= NUM-PROTECT-HIGH
	            MOVE NUM-PROTECT-HIGH TO WS-NUM-CANDIDATE
	        ELSE
	            MOVE WS-NUM-CANDIDATE TO CUST-ID
	            READ MASTER-FILE
	                INVALID KEY
	                    SET NUMBER-IS-FREE TO TRUE
	            END-READ
	            IF WS-MASTER-STATUS NOT = "00"
	                    AND WS-MASTER-STATUS NOT = "02"
	                    AND WS-MASTER-STATUS NOT = "23"
	                DISPLAY "UNABLE TO CHECK MASTER KEY "
	                    WS-MASTER-STATUS
	                SET NUMBER-NOT-ASSIGNED TO TRUE
	            END-IF
	        END-IF
	    END-IF.
	3620-UPDATE-NUMBER-CONTROL.
	    MOVE WS-NUM-CANDIDATE TO NUM-LAST-ISSUED.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-LAST-DATE.
	    MOVE WS-PROGRAM-NAME TO NUM-LAST-PROGRAM.
	    OPEN OUTPUT NUMCTL-FILE.
	    IF WS-NUMCTL-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN CUSTNUM " WS-NUMCTL-STATUS
	        SET NUMBER-NOT-ASSIGNED TO TRUE
	    ELSE
	        WRITE NUMCTL-RECORD FROM NUM-CONTROL-LINE
	        IF WS-NUMCTL-STATUS NOT = "00"
	            DISPLAY "UNABLE TO WRITE CUSTNUM " WS-NUMCTL-STATUS
	            SET NUMBER-NOT-ASSIGNED TO TRUE
	        END-IF
	        CLOSE NUMCTL-FILE
	    END-IF.
	3650-MOVE-AND-WRITE.
	    SET MASTER-WRITE-FAILED TO TRUE.
	    MOVE Name TO CUST-NAME.
	    MOVE "REINSTAT" TO HIST-ACTION.
	    MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE.
	    MOVE CUST-RECORD TO HIST-AFTER-IMAGE.
	    WRITE HISTORY-RECORD FROM HIST-LINE.
	8000-REWRITE-SUSPENSE.
	    CLOSE SUSPENSE-FILE.
	    OPEN OUTPUT SUSPENSE-FILE.
	            ADD 1 TO WS-KEPT-COUNT
	        END-IF
	    END-IF.
	8500-LOG-NUMBERS-ISSUED.
	    IF WS-NUM-ISSUED-COUNT > ZERO
	        MOVE FUNCTION CURRENT-DATE(1:8) TO NLG-RUN-DATE
	        MOVE FUNCTION CURRENT-DATE(9:6) TO NLG-RUN-TIME
	        MOVE WS-PROGRAM-NAME TO NLG-PROGRAM
	        MOVE WS-TERMINAL-ID TO NLG-TERMINAL-ID
	        MOVE WS-NUM-FIRST-ID TO NLG-FIRST-ID
	        MOVE WS-NUM-LAST-ID TO NLG-LAST-ID
	        MOVE WS-NUM-ISSUED-COUNT TO NLG-ISSUED-COUNT
	        OPEN EXTEND NUMLOG-FILE
	        IF WS-NUMLOG-STATUS NOT = "00"
	            OPEN OUTPUT NUMLOG-FILE
	        END-IF
	        IF WS-NUMLOG-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN NUMLOG " WS-NUMLOG-STATUS
	        ELSE
	            WRITE NUMLOG-RECORD FROM NUM-LOG-LINE
	            CLOSE NUMLOG-FILE
	        END-IF
	    END-IF.
	9000-CLOSE-FILES.
	    CLOSE SUSPENSE-FILE.
	    CLOSE MASTER-FILE.
	    PERFORM 3240-WRITE-AUDIT-TRAILER.
	    CLOSE AUDIT-FILE.
	    CLOSE EXTRACT-FILE.
	    CLOSE HISTORY-FILE.
