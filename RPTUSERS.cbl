	    SELECT PARM-FILE ASSIGN TO "RUNPARMS.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  MASTER-FILE.
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY AUDITREC.
	COPY RUNPARM.
	COPY LOCKREC.
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	01 WS-MASTER-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-AUD-RUN-ID pic x(16).
	01 WS-AUD-SEQUENCE pic 9(8) value zero.
	01 WS-AUD-HASH pic 9(15) value zero.
	01 WS-AUD-HASH-IDX pic 9(3).
	01 WS-PARM-STATUS pic x(2).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0100-READ-PARAMETERS.
	    PERFORM 0300-TAKE-RUN-LOCK.
	    IF NOT RUN-LOCK-TAKEN
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM 0960-WRITE-AUDIT-RUN.
	    PERFORM 0350-RELEASE-RUN-LOCK.
	    PERFORM 1000-OPEN-FILES.
	    IF PARM-RUN-DATE NOT = ZERO
	        MOVE PARM-RUN-DATE TO WS-TODAY
	0190-PARM-ABORT.
	    MOVE 12 TO RETURN-CODE.
	    STOP RUN.
	0300-TAKE-RUN-LOCK.
	    MOVE "N" TO WS-LOCK-SWITCH.
	    PERFORM 0310-READ-RUN-LOCK.
	    IF LOCK-IS-HELD
	        DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
	            " TERMINAL " LCK-TERMINAL-ID
	            " SINCE " LCK-DATE " " LCK-TIME
	    ELSE
	        MOVE "Y" TO LCK-HELD-FLAG
	        MOVE "RPTUSERS" TO LCK-PROGRAM
	        MOVE "RPTUSERS" TO LCK-TERMINAL-ID
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
	        IF LOCK-IS-HELD AND LCK-PROGRAM = "RPTUSERS"
	                AND LCK-TERMINAL-ID = "RPTUSERS"
	            MOVE "N" TO LCK-HELD-FLAG
	            PERFORM 0320-WRITE-RUN-LOCK
	        END-IF
	        MOVE "N" TO WS-LOCK-SWITCH
	    END-IF.
	0900-ECHO-PARMS.
	    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
	    MOVE PARM-TERMINAL-ID TO AUD-TERMINAL-ID.
	    MOVE SPACES TO AUD-NAME.
	    STRING "PAGESIZE " PARM-PAGE-SIZE
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 0910-WRITE-AUDIT-LINE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "RUNDATE " PARM-RUN-DATE
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 0910-WRITE-AUDIT-LINE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "TERMINAL " PARM-TERMINAL-ID
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 0910-WRITE-AUDIT-LINE.
	0910-WRITE-AUDIT-LINE.
	    MOVE "RPTUSERS" TO AUD-PROGRAM.
	    MOVE WS-AUD-RUN-ID TO AUD-RUN-ID.
	    ADD 1 TO WS-AUD-SEQUENCE.
	    MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE.
	    PERFORM 0920-HASH-AUDIT-LINE.
	    WRITE AUDIT-RECORD FROM AUD-LINE.
	    MOVE ZERO TO AUD-CUST-ID.
	0920-HASH-AUDIT-LINE.
	    PERFORM 0930-HASH-AUDIT-CHAR
	        VARYING WS-AUD-HASH-IDX FROM 1 BY 1
	        UNTIL WS-AUD-HASH-IDX > 86.
	0930-HASH-AUDIT-CHAR.
	    COMPUTE WS-AUD-HASH = WS-AUD-HASH
	        + FUNCTION ORD(AUD-LINE(WS-AUD-HASH-IDX:1))
	        * WS-AUD-HASH-IDX.
	0940-WRITE-AUDIT-TRAILER.
	    IF WS-AUD-SEQUENCE > ZERO
	        MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
	        MOVE SPACES TO AUD-NAME
	        MOVE WS-AUD-SEQUENCE TO AUD-TRL-COUNT
	        MOVE WS-AUD-HASH TO AUD-TRL-HASH
	        MOVE "TRAILER" TO AUD-STATUS
	        MOVE ZERO TO AUD-CUST-ID
	        MOVE "RPTUSERS" TO AUD-PROGRAM
	        MOVE WS-AUD-RUN-ID TO AUD-RUN-ID
	        ADD 1 TO WS-AUD-SEQUENCE
	        MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE
	        WRITE AUDIT-RECORD FROM AUD-LINE
	        MOVE ZERO TO WS-AUD-SEQUENCE
	        MOVE ZERO TO WS-AUD-HASH
	    END-IF.
	0950-START-AUDIT-RUN.
	    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-AUD-RUN-ID.
	    MOVE ZERO TO WS-AUD-SEQUENCE.
	    MOVE ZERO TO WS-AUD-HASH.
	0960-WRITE-AUDIT-RUN.
	    OPEN EXTEND AUDIT-FILE.
	    IF WS-AUDIT-STATUS NOT = "00"
	        OPEN OUTPUT AUDIT-FILE
	    END-IF.
	    IF WS-AUDIT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDIT FILE " WS-AUDIT-STATUS
	        MOVE 8 TO RETURN-CODE
	    ELSE
	        PERFORM 0950-START-AUDIT-RUN
	        PERFORM 0900-ECHO-PARMS
	        PERFORM 0940-WRITE-AUDIT-TRAILER
	        CLOSE AUDIT-FILE
	    END-IF.
	1000-OPEN-FILES.
	    OPEN INPUT MASTER-FILE.
	    IF WS-MASTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN MASTER FILE " WS-MASTER-STATUS
	        MOVE "Y" TO WS-EOF-SWITCH
	        MOVE 12 TO RETURN-CODE
	    END-IF.
	    OPEN OUTPUT REPORT-FILE.
	2000-PROCESS-MASTER.
	    READ MASTER-FILE NEXT RECORD
	        AT END
	9000-CLOSE-FILES.
	    CLOSE MASTER-FILE.
	    CLOSE REPORT-FILE.
