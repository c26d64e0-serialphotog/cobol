	    SELECT SUSPENSE-FILE ASSIGN TO "CRMSUSP.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSPENSE-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  UPDATE-FILE.
	FD  MASTER-FILE.
	    COPY CUSTREC.
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  HISTORY-FILE.
	01  HISTORY-RECORD pic x(172).
	FD  SUSPENSE-FILE.
	01  SUSPENSE-RECORD pic x(100).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY LOCKREC.
	COPY SUSPREC.
	COPY AUDITREC.
	COPY HISTREC.
	01 UserName.
	    02 Name pic x(30).
	01 WS-UPDATE-STATUS pic x(2).
	01 WS-MASTER-STATUS pic x(2).
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-AUD-RUN-ID pic x(16).
	01 WS-AUD-SEQUENCE pic 9(8) value zero.
	01 WS-AUD-HASH pic 9(15) value zero.
	01 WS-AUD-HASH-IDX pic 9(3).
	01 WS-HISTORY-STATUS pic x(2).
	01 WS-SUSPENSE-STATUS pic x(2).
	01 WS-TERMINAL-ID pic x(8) value "CRMAPPLY".
	01 WS-CHAR-TAB.
	    02 WS-CHAR-IDX pic 9(2).
	01 WS-REJECT-REASON pic x(2) value "00".
	01 WS-BEFORE-IMAGE pic x(61).
	01 WS-READ-COUNT pic 9(8) value zero.
	01 WS-APPLIED-COUNT pic 9(8) value zero.
	01 WS-SUSPENDED-COUNT pic 9(8) value zero.
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0300-TAKE-RUN-LOCK.
	    IF RUN-LOCK-TAKEN
	        PERFORM 1000-OPEN-FILES
	        PERFORM 2000-APPLY-UPDATE UNTIL END-OF-UPDATES
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
	    OPEN INPUT UPDATE-FILE.
	    IF WS-UPDATE-STATUS NOT = "00"
	    IF WS-AUDIT-STATUS NOT = "00"
	        OPEN OUTPUT AUDIT-FILE
	    END-IF.
	    PERFORM 4050-START-AUDIT-RUN.
	    OPEN EXTEND HISTORY-FILE.
	    IF WS-HISTORY-STATUS NOT = "00"
	        OPEN OUTPUT HISTORY-FILE
	            MOVE "." TO AUD-NAME(WS-CHAR-IDX:1)
	        END-IF
	    END-PERFORM.
	    IF UPD-ID IS NUMERIC
	        MOVE UPD-ID TO AUD-CUST-ID
	    END-IF.
	    PERFORM 4010-WRITE-AUDIT-LINE.
	4010-WRITE-AUDIT-LINE.
	    MOVE "CRMAPPLY" TO AUD-PROGRAM.
	    MOVE WS-AUD-RUN-ID TO AUD-RUN-ID.
	    ADD 1 TO WS-AUD-SEQUENCE.
	    MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE.
	    PERFORM 4020-HASH-AUDIT-LINE.
	    WRITE AUDIT-RECORD FROM AUD-LINE.
	    MOVE ZERO TO AUD-CUST-ID.
	4020-HASH-AUDIT-LINE.
	    PERFORM 4030-HASH-AUDIT-CHAR
	        VARYING WS-AUD-HASH-IDX FROM 1 BY 1
	        UNTIL WS-AUD-HASH-IDX > 86.
	4030-HASH-AUDIT-CHAR.
	    COMPUTE WS-AUD-HASH = WS-AUD-HASH
	        + FUNCTION ORD(AUD-LINE(WS-AUD-HASH-IDX:1))
	        * WS-AUD-HASH-IDX.
	4040-WRITE-AUDIT-TRAILER.
	    IF WS-AUD-SEQUENCE > ZERO
	        MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
	        MOVE SPACES TO AUD-NAME
	        MOVE WS-AUD-SEQUENCE TO AUD-TRL-COUNT
	        MOVE WS-AUD-HASH TO AUD-TRL-HASH
	        MOVE "TRAILER" TO AUD-STATUS
	        MOVE ZERO TO AUD-CUST-ID
	        MOVE "CRMAPPLY" TO AUD-PROGRAM
	        MOVE WS-AUD-RUN-ID TO AUD-RUN-ID
	        ADD 1 TO WS-AUD-SEQUENCE
	        MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE
	        WRITE AUDIT-RECORD FROM AUD-LINE
	        MOVE ZERO TO WS-AUD-SEQUENCE
	        MOVE ZERO TO WS-AUD-HASH
	    END-IF.
	4050-START-AUDIT-RUN.
	    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-AUD-RUN-ID.
	    MOVE ZERO TO WS-AUD-SEQUENCE.
	    MOVE ZERO TO WS-AUD-HASH.
	5000-WRITE-SUSPENSE.
	    MOVE UPD-ID TO SUSP-ID.
	    MOVE UPD-NAME TO SUSP-NAME.
	    MOVE "CORRECT" TO HIST-ACTION.
	    MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE.
	    MOVE CUST-RECORD TO HIST-AFTER-IMAGE.
	    WRITE HISTORY-RECORD FROM HIST-LINE.
	9000-CLOSE-FILES.
	    CLOSE UPDATE-FILE.
	    CLOSE MASTER-FILE.
	    PERFORM 4040-WRITE-AUDIT-TRAILER.
	    CLOSE AUDIT-FILE.
	    CLOSE HISTORY-FILE.
	    CLOSE SUSPENSE-FILE.
