	    SELECT XREF-FILE ASSIGN TO "MERGXREF.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-XREF-STATUS.
	    SELECT NUMCTL-FILE ASSIGN TO "CUSTNUM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMCTL-STATUS.
	    SELECT NUMLOG-FILE ASSIGN TO "NUMLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMLOG-STATUS.
	    SELECT OPERATOR-FILE ASSIGN TO "OPERSEC.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-OPERATOR-STATUS.
	    SELECT HOLD-FILE ASSIGN TO "PURGHOLD.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-HOLD-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	    SELECT LTRLOG-FILE ASSIGN TO "LTRLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LTRLOG-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  INTAKE-FILE.
	FD  MASTER-FILE.
	    COPY CUSTREC.
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  CHECKPOINT-FILE.
	01  CHECKPOINT-RECORD.
	    02  CKPT-RECORD-COUNT pic 9(8).
	FD  SUSPENSE-FILE.
	01  SUSPENSE-RECORD pic x(100).
	FD  EXTRACT-FILE.
	FD  CONTROL-FILE.
	01  CONTROL-RECORD pic x(143).
	FD  HISTORY-FILE.
	01  HISTORY-RECORD pic x(172).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	01  REVIEW-RECORD pic x(100).
	FD  XREF-FILE.
	01  XREF-RECORD pic x(22).
	FD  NUMCTL-FILE.
	01  NUMCTL-RECORD pic x(38).
	FD  NUMLOG-FILE.
	01  NUMLOG-RECORD pic x(54).
	FD  OPERATOR-FILE.
	01  OPERATOR-RECORD pic x(81).
	FD  HOLD-FILE.
	01  HOLD-RECORD pic x(64).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	FD  LTRLOG-FILE.
	01  LTRLOG-RECORD pic x(90).
	WORKING-STORAGE SECTION.
	COPY LOCKREC.
	COPY EXTREC.
	COPY SUSPREC.
	COPY AUDITREC.
	COPY RUNCTL.
	COPY RUNPARM.
	COPY NUMCTL.
	COPY HISTREC.
	COPY OPERREC.
	COPY HOLDREC.
	COPY LTRREC.
	01 UserName.
		02 Name pic x(30).
	01 WS-INTAKE-STATUS pic x(2).
	01 WS-MASTER-STATUS pic x(2).
	01 WS-NEXT-CUST-ID pic 9(6) value zero.
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-AUD-RUN-ID pic x(16).
	01 WS-AUD-SEQUENCE pic 9(8) value zero.
	01 WS-AUD-HASH pic 9(15) value zero.
	01 WS-AUD-HASH-IDX pic 9(3).
	01 WS-TERMINAL-ID pic x(8) value "BATCH01".
	01 WS-CHECKPOINT-STATUS pic x(2).
	01 WS-CHECKPOINT-INTERVAL pic 9(4) value 1.
	    88 BATCH-MODE value "B".
	    88 MAINT-MODE value "M".
	01 WS-MENU-CHOICE pic x.
	01 WS-MENU-DIGIT redefines WS-MENU-CHOICE pic 9.
	01 WS-MAINT-DONE pic x value "N".
	    88 MAINT-IS-DONE value "Y".
	01 WS-MAINT-ACTION pic x(8).
	01 WS-REJECT-COUNTERS.
	    02 WS-REJ-COUNT occurs 7 pic 9(8) value zero.
	01 WS-REJ-SUB pic 9(2).
	01 WS-BATCH-RC pic 9(2) value zero.
	01 WS-COUNT-EOF-SWITCH pic x.
	    88 END-OF-COUNT-FILE value "Y".
	01 WS-FILE-COUNT pic 9(8).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-LETTER-STATUS pic x(2).
	01 WS-LTRLOG-STATUS pic x(2).
	01 WS-LETTER-COUNT pic 9(8) value zero.
	01 WS-LETTER-LINE-COUNT pic 9(2) value zero.
	01 WS-LETTER-LINES-NEEDED pic 9(2) value 12.
	    02 filler pic x(23) value "TOTAL LETTERS PRINTED: ".
	    02 WLR-COUNT pic 9(8).
	01 WS-LETTER-BLANK pic x(80) value spaces.
	01 WS-BEFORE-IMAGE pic x(61).
	01 WS-HIST-KEY pic x(6).
	01 WS-HIST-FOUND pic 9(4).
	    88 DATE-IS-VALID value "Y".
	    88 DATE-IS-INVALID value "N".
	01 WS-MAINT-DATE pic x(8).
	01 WS-PROGRAM-NAME pic x(8) value "USERINPT".
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
	01 WS-OPERATOR-STATUS pic x(2).
	01 WS-OPERATOR-ID pic x(8) value spaces.
	01 WS-OPERATOR-LEVEL pic x.
	01 WS-OPERATOR-MASK.
	    02 WS-OPERATOR-FLAG occurs 16 pic x.
	01 WS-OPR-TABLE.
	    02 WS-OPR-ENTRY occurs 200 pic x(81).
	01 WS-OPR-COUNT pic 9(4) value zero.
	01 WS-OPR-IDX pic 9(4).
	01 WS-OPR-FOUND-IDX pic 9(4).
	01 WS-OPR-EOF-SWITCH pic x.
	    88 END-OF-OPERATORS value "Y".
	01 WS-LOAD-SWITCH pic x value "Y".
	    88 OPERATORS-LOADED value "Y".
	01 WS-SIGNON-ID pic x(8).
	01 WS-SIGNON-PIN pic x(8).
	01 WS-SIGNON-TRIES pic 9(2).
	01 WS-MAX-BAD-SIGNONS pic 9(2) value 3.
	01 WS-SIGNON-SWITCH pic x value "N".
	    88 OPERATOR-SIGNED-ON value "Y".
	01 WS-SIGNON-DONE-SWITCH pic x.
	    88 SIGNON-IS-DONE value "Y".
	01 WS-HOLD-STATUS pic x(2).
	01 WS-HLD-TABLE.
	    02 WS-HLD-ENTRY occurs 500 pic x(64).
	01 WS-HLD-COUNT pic 9(4) value zero.
	01 WS-HLD-IDX pic 9(4).
	01 WS-HLD-FOUND-IDX pic 9(4).
	01 WS-HLD-EOF-SWITCH pic x.
	    88 END-OF-HOLDS value "Y".
	01 WS-HLD-LOAD-SWITCH pic x.
	    88 HOLDS-LOADED value "Y".
	01 WS-HLD-DONE-SWITCH pic x.
	    88 HOLDS-ARE-DONE value "Y".
	01 WS-HLD-CHOICE pic x.
	01 WS-HLD-REASON pic x(30).
	01 WS-HLD-EXPIRY pic x(8).
	01 WS-HLD-SAVE-LIMIT pic 9(8).
	01 WS-HLD-CHANGED-SWITCH pic x.
	    88 HOLDS-CHANGED value "Y".
	01 WS-ACTION-POS pic 9(2).
	01 WS-ACTION-FLAG pic x.
	01 WS-ACTION-SWITCH pic x.
	    88 ACTION-ALLOWED value "Y".
	01 WS-LEVEL-DEFAULTS.
	    02 WS-SUPERVISOR-DEFAULTS pic x(16)
	        value "YYYYYYYYYYYNNNNN".
	    02 WS-CLERK-DEFAULTS pic x(16)
	        value "YYYNYNYYNNNNNNNN".
	    02 WS-INQUIRY-DEFAULTS pic x(16)
	        value "NYNNYNYYNNNNNNNN".
	01 WS-DEFAULT-MASK.
	    02 WS-DEFAULT-FLAG occurs 16 pic x.
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	01 WS-WINDOW-SWITCH pic x value "N".
	    88 IN-BATCH-WINDOW value "Y".
	01 WS-NOW-HHMM pic 9(4) value zero.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0100-READ-PARAMETERS.
	    IF MAINT-MODE
	        PERFORM 5000-RUN-MAINTENANCE
	    ELSE
	        PERFORM 0300-TAKE-RUN-LOCK
	        IF RUN-LOCK-TAKEN
	            PERFORM 1000-OPEN-FILES
	            PERFORM 2000-PROCESS-INTAKE UNTIL END-OF-INTAKE
	            PERFORM 9000-CLOSE-FILES
	            PERFORM 9500-SET-RETURN-CODE
	            PERFORM 0350-RELEASE-RUN-LOCK
	        ELSE
	            MOVE 12 TO RETURN-CODE
	        END-IF
	    END-IF.
	    STOP RUN.
	0100-READ-PARAMETERS.
	0190-PARM-ABORT.
	    MOVE 12 TO RETURN-CODE.
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
	        MOVE "USERINPT" TO LCK-PROGRAM
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
	0330-STAMP-LOCK-OPERATOR.
	    PERFORM 0310-READ-RUN-LOCK.
	    IF LOCK-IS-HELD AND LCK-PROGRAM = "USERINPT"
	            AND LCK-TERMINAL-ID = WS-TERMINAL-ID
	        MOVE WS-OPERATOR-ID TO LCK-OPERATOR-ID
	        PERFORM 0320-WRITE-RUN-LOCK
	    END-IF.
	0350-RELEASE-RUN-LOCK.
	    IF RUN-LOCK-TAKEN
	        PERFORM 0310-READ-RUN-LOCK
	        IF LOCK-IS-HELD AND LCK-PROGRAM = "USERINPT"
	                AND LCK-TERMINAL-ID = WS-TERMINAL-ID
	            MOVE "N" TO LCK-HELD-FLAG
	            PERFORM 0320-WRITE-RUN-LOCK
	        END-IF
	        MOVE "N" TO WS-LOCK-SWITCH
	    END-IF.
	0370-CHECK-BATCH-WINDOW.
	    MOVE "N" TO WS-WINDOW-SWITCH.
	    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.
	    IF LCK-WINDOW-START < LCK-WINDOW-END
	        IF WS-NOW-HHMM >= LCK-WINDOW-START
	                AND WS-NOW-HHMM < LCK-WINDOW-END
	            SET IN-BATCH-WINDOW TO TRUE
	        END-IF
	    END-IF.
	    IF LCK-WINDOW-START > LCK-WINDOW-END
	        IF WS-NOW-HHMM >= LCK-WINDOW-START
	                OR WS-NOW-HHMM < LCK-WINDOW-END
	            SET IN-BATCH-WINDOW TO TRUE
	        END-IF
	    END-IF.
	0900-ECHO-PARMS.
	    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
	    MOVE WS-TERMINAL-ID TO AUD-TERMINAL-ID.
	    MOVE SPACES TO AUD-NAME.
	    STRING "CHECKPOINT " PARM-CHECKPOINT-INTERVAL
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "TERMINAL " PARM-TERMINAL-ID
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "PAGESIZE " PARM-PAGE-SIZE
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "RUNDATE " PARM-RUN-DATE
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "VALIDATE " PARM-VALIDATE-SW
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	1000-OPEN-FILES.
	    OPEN INPUT INTAKE-FILE.
	    IF WS-INTAKE-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN INTAKE FILE " WS-INTAKE-STATUS
	        MOVE "Y" TO WS-EOF-SWITCH
	        MOVE 12 TO WS-BATCH-RC
	    END-IF.
	    OPEN I-O MASTER-FILE.
	    IF WS-MASTER-STATUS = "35"
	    END-IF.
	    IF WS-MASTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN MASTER FILE " WS-MASTER-STATUS
	        MOVE 12 TO WS-BATCH-RC
	    END-IF.
	    OPEN EXTEND AUDIT-FILE.
	    IF WS-AUDIT-STATUS NOT = "00"
	        OPEN OUTPUT AUDIT-FILE
	    END-IF.
	    PERFORM 3250-START-AUDIT-RUN.
	    PERFORM 0900-ECHO-PARMS.
	    OPEN EXTEND SUSPENSE-FILE.
	    IF WS-SUSPENSE-STATUS NOT = "00"
	    IF WS-HISTORY-STATUS NOT = "00"
	        OPEN OUTPUT HISTORY-FILE
	    END-IF.
	    OPEN EXTEND LETTER-FILE.
	    IF WS-LETTER-STATUS NOT = "00"
	        OPEN OUTPUT LETTER-FILE
	    END-IF.
	    IF WS-LETTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN WELCOME " WS-LETTER-STATUS
	    END-IF.
	    OPEN EXTEND LTRLOG-FILE.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        OPEN OUTPUT LTRLOG-FILE
	    END-IF.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRLOG " WS-LTRLOG-STATUS
	        IF WS-BATCH-RC < 8
	            MOVE 8 TO WS-BATCH-RC
	        END-IF
	    END-IF.
	    PERFORM 1100-CHECK-RESTART.
	1100-CHECK-RESTART.
	    OPEN INPUT CHECKPOINT-FILE.
	                MOVE ZERO TO WS-RESTART-COUNT
	            NOT AT END
	                MOVE CKPT-RECORD-COUNT TO WS-RESTART-COUNT
	        END-READ
	        CLOSE CHECKPOINT-FILE
	        IF WS-RESTART-COUNT > ZERO
	        DISPLAY "UNABLE TO OPEN CHECKPNT " WS-CHECKPOINT-STATUS
	    END-IF.
	    MOVE WS-RECORD-COUNT TO CKPT-RECORD-COUNT.
	    WRITE CHECKPOINT-RECORD.
	    IF WS-CHECKPOINT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO WRITE CHECKPNT " WS-CHECKPOINT-STATUS
	            PERFORM 3150-TRY-REACTIVATE
	        END-IF
	    ELSE
	        PERFORM 3700-ASSIGN-CUST-ID
	        IF NUMBER-IS-FREE
	            PERFORM 3110-BUILD-AND-WRITE
	        ELSE
	            SET MASTER-WRITE-FAILED TO TRUE
	        END-IF
	    END-IF.
	    IF MASTER-WRITE-FAILED
	        DISPLAY "UNABLE TO WRITE MASTER " WS-MASTER-STATUS
	3200-WRITE-AUDIT.
	    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
	    MOVE WS-TERMINAL-ID TO AUD-TERMINAL-ID.
	    MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
	    MOVE Name TO AUD-NAME.
	    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
	            UNTIL WS-CHAR-IDX > 30
	            MOVE "REJECT" TO AUD-STATUS
	        END-IF
	    END-IF.
	    IF AUD-STATUS = "ACCEPT"
	        MOVE CUST-ID TO AUD-CUST-ID
	    ELSE
	        IF IN-ID IS NUMERIC
	            MOVE IN-ID TO AUD-CUST-ID
	        END-IF
	    END-IF.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	3210-WRITE-AUDIT-LINE.
	    MOVE "USERINPT" TO AUD-PROGRAM.
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
	        MOVE "USERINPT" TO AUD-PROGRAM
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
	3300-WRITE-SUSPENSE.
	    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
	            UNTIL WS-CHAR-IDX > 40
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    ADD WS-LETTER-LINES-NEEDED TO WS-LETTER-LINE-COUNT.
	    ADD 1 TO WS-LETTER-COUNT.
	    PERFORM 3530-LOG-LETTER.
	3510-LETTER-PAGE-BREAK.
	    IF WS-LETTER-LINE-COUNT > ZERO
	            AND WS-LETTER-LINE-COUNT
	3520-FILL-PAGE.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    ADD 1 TO WS-LETTER-LINE-COUNT.
	3530-LOG-LETTER.
	    MOVE CUST-ID TO LTR-CUST-ID.
	    SET LTR-IS-WELCOME TO TRUE.
	    SET LTR-IS-ORIGINAL TO TRUE.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO LTR-ISSUE-DATE.
	    MOVE "USERINPT" TO LTR-PROGRAM.
	    MOVE WS-AUD-RUN-ID TO LTR-RUN-ID.
	    MOVE CUST-NAME TO LTR-CUST-NAME.
	    IF WS-LTRLOG-STATUS = "00"
	        WRITE LTRLOG-RECORD FROM LETTER-LOG-LINE
	        IF WS-LTRLOG-STATUS NOT = "00"
	            DISPLAY "LTRLOG WRITE FAILED " WS-LTRLOG-STATUS
	            IF WS-BATCH-RC < 8
	                MOVE 8 TO WS-BATCH-RC
	            END-IF
	        END-IF
	    END-IF.
	3600-WRITE-REVIEW.
	    MOVE IN-ID TO SUSP-ID.
	    MOVE IN-NAME TO SUSP-NAME.
	    WRITE REVIEW-RECORD FROM SUSP-LINE.
	    ADD 1 TO WS-REVIEW-WRITTEN-COUNT.
	    ADD 1 TO WS-REJ-COUNT(5).
	3700-ASSIGN-CUST-ID.
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
	    PERFORM 3710-TRY-NEXT-NUMBER UNTIL NOT NUMBER-SEARCHING.
	    MOVE WS-NUM-SAVE-RECORD TO CUST-RECORD.
	    IF NUMBER-IS-FREE
	        PERFORM 3720-UPDATE-NUMBER-CONTROL
	    END-IF.
	    IF NUMBER-IS-FREE
	        MOVE WS-NUM-CANDIDATE TO CUST-ID
	        MOVE WS-NUM-CANDIDATE TO WS-NEXT-CUST-ID
	        IF WS-NUM-ISSUED-COUNT = ZERO
	            MOVE WS-NUM-CANDIDATE TO WS-NUM-FIRST-ID
	        END-IF
	        MOVE WS-NUM-CANDIDATE TO WS-NUM-LAST-ID
	        ADD 1 TO WS-NUM-ISSUED-COUNT
	    END-IF.
	3710-TRY-NEXT-NUMBER.
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
	3720-UPDATE-NUMBER-CONTROL.
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
	3750-LOG-NUMBERS-ISSUED.
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
	    IF WS-INTAKE-STATUS = "00"
	            AND NOT VALIDATE-ONLY-RUN
	        MOVE ZERO TO WS-RECORD-COUNT
	        PERFORM 2950-WRITE-CHECKPOINT
	    END-IF.
	    MOVE WS-LETTER-COUNT TO WLR-COUNT.
	    IF WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE
	        MOVE ZERO TO WS-LETTER-LINE-COUNT
	    END-IF.
	    WRITE LETTER-RECORD FROM WS-LETTER-TRAILER.
	    ADD 1 TO WS-LETTER-LINE-COUNT.
	    PERFORM 3520-FILL-PAGE
	        UNTIL WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE.
	    CLOSE INTAKE-FILE.
	    CLOSE MASTER-FILE.
	    PERFORM 3240-WRITE-AUDIT-TRAILER.
	    CLOSE AUDIT-FILE.
	    CLOSE SUSPENSE-FILE.
	    CLOSE REVIEW-FILE.
	    CLOSE EXTRACT-FILE.
	    CLOSE HISTORY-FILE.
	    CLOSE LETTER-FILE.
	    CLOSE LTRLOG-FILE.
	    PERFORM 3750-LOG-NUMBERS-ISSUED.
	    IF WS-INTAKE-STATUS = "00"
	            AND NOT VALIDATE-ONLY-RUN
	        PERFORM 9100-WRITE-CONTROL
	    END-IF.
	    IF WS-CONTROL-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN RUNCTL " WS-CONTROL-STATUS
	        MOVE 12 TO WS-BATCH-RC
	    ELSE
	        WRITE CONTROL-RECORD FROM CTL-LINE
	        IF WS-CONTROL-STATUS NOT = "00"
	            DISPLAY "UNABLE TO WRITE RUNCTL " WS-CONTROL-STATUS
	            MOVE 12 TO WS-BATCH-RC
	        END-IF
	        CLOSE CONTROL-FILE
	    END-IF.
	        NOT AT END
	            ADD 1 TO WS-FILE-COUNT
	    END-READ.
	9500-SET-RETURN-CODE.
	    IF WS-BATCH-RC < 8 AND WS-REJ-COUNT(4) > ZERO
	        MOVE 8 TO WS-BATCH-RC
	    END-IF.
	    IF WS-BATCH-RC < 4
	            AND (WS-SUSP-WRITTEN-COUNT > ZERO
	                OR WS-REVIEW-WRITTEN-COUNT > ZERO)
	        MOVE 4 TO WS-BATCH-RC
	    END-IF.
	    MOVE WS-BATCH-RC TO RETURN-CODE.
	5000-RUN-MAINTENANCE.
	    PERFORM 0310-READ-RUN-LOCK.
	    PERFORM 0370-CHECK-BATCH-WINDOW.
	    IF IN-BATCH-WINDOW
	        DISPLAY "MAINTENANCE NOT AVAILABLE DURING BATCH WINDOW "
	            LCK-WINDOW-START "-" LCK-WINDOW-END
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        PERFORM 0300-TAKE-RUN-LOCK
	        IF RUN-LOCK-TAKEN
	            PERFORM 5100-OPEN-MAINT-FILES
	            PERFORM 5150-SIGN-ON
	            IF OPERATOR-SIGNED-ON
	                PERFORM 0330-STAMP-LOCK-OPERATOR
	                PERFORM 5200-MENU-LOOP UNTIL MAINT-IS-DONE
	            END-IF
	            PERFORM 5900-CLOSE-MAINT-FILES
	            PERFORM 0350-RELEASE-RUN-LOCK
	        ELSE
	            MOVE 12 TO RETURN-CODE
	        END-IF
	    END-IF.
	5100-OPEN-MAINT-FILES.
	    OPEN I-O MASTER-FILE.
	    IF WS-MASTER-STATUS = "35"
	    IF WS-AUDIT-STATUS NOT = "00"
	        OPEN OUTPUT AUDIT-FILE
	    END-IF.
	    PERFORM 3250-START-AUDIT-RUN.
	    PERFORM 0900-ECHO-PARMS.
	    OPEN EXTEND SUSPENSE-FILE.
	    IF WS-SUSPENSE-STATUS NOT = "00"
	    IF WS-XREF-STATUS NOT = "00"
	        OPEN OUTPUT XREF-FILE
	    END-IF.
	5150-SIGN-ON.
	    MOVE "N" TO WS-SIGNON-SWITCH.
	    PERFORM 5160-LOAD-OPERATORS.
	    IF NOT OPERATORS-LOADED
	        DISPLAY "OPERSEC NOT LOADED, MAINTENANCE REFUSED"
	    ELSE
	        IF WS-OPR-COUNT = ZERO
	            DISPLAY "NO OPERATORS ON FILE, MAINTENANCE REFUSED"
	        ELSE
	            MOVE ZERO TO WS-SIGNON-TRIES
	            MOVE "N" TO WS-SIGNON-DONE-SWITCH
	            PERFORM 5170-TRY-SIGN-ON UNTIL SIGNON-IS-DONE
	        END-IF
	    END-IF.
	5160-LOAD-OPERATORS.
	    MOVE ZERO TO WS-OPR-COUNT.
	    MOVE "N" TO WS-OPR-EOF-SWITCH.
	    MOVE "Y" TO WS-LOAD-SWITCH.
	    OPEN INPUT OPERATOR-FILE.
	    IF WS-OPERATOR-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN OPERSEC " WS-OPERATOR-STATUS
	        MOVE "N" TO WS-LOAD-SWITCH
	    ELSE
	        PERFORM 5165-LOAD-OPERATOR-LINE
	            UNTIL END-OF-OPERATORS
	        CLOSE OPERATOR-FILE
	    END-IF.
	5165-LOAD-OPERATOR-LINE.
	    READ OPERATOR-FILE
	        AT END
	            MOVE "Y" TO WS-OPR-EOF-SWITCH
	        NOT AT END
	            IF WS-OPR-COUNT < 200
	                ADD 1 TO WS-OPR-COUNT
	                MOVE OPERATOR-RECORD
	                    TO WS-OPR-ENTRY(WS-OPR-COUNT)
	            ELSE
	                DISPLAY "OPERATOR TABLE FULL"
	                MOVE "N" TO WS-LOAD-SWITCH
	                MOVE "Y" TO WS-OPR-EOF-SWITCH
	            END-IF
	    END-READ.
	5170-TRY-SIGN-ON.
	    ADD 1 TO WS-SIGNON-TRIES.
	    DISPLAY "OPERATOR ID: " NO ADVANCING.
	    ACCEPT WS-SIGNON-ID.
	    MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID) TO WS-SIGNON-ID.
	    DISPLAY "PIN: " NO ADVANCING.
	    ACCEPT WS-SIGNON-PIN.
	    MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
	    PERFORM 5160-LOAD-OPERATORS.
	    IF NOT OPERATORS-LOADED
	        DISPLAY "OPERSEC NOT LOADED, MAINTENANCE REFUSED"
	        SET SIGNON-IS-DONE TO TRUE
	    ELSE
	        PERFORM 5175-FIND-OPERATOR
	        IF WS-OPR-FOUND-IDX = ZERO
	            DISPLAY "SIGN-ON REJECTED"
	            MOVE "UNKNOWN OPERATOR" TO AUD-NAME
	            MOVE "BADPIN" TO WS-MAINT-ACTION
	            PERFORM 5800-LOG-MAINT-AUDIT
	        ELSE
	            MOVE WS-OPR-ENTRY(WS-OPR-FOUND-IDX) TO OPER-LINE
	            PERFORM 5172-CHECK-SIGN-ON
	            MOVE OPER-LINE TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
	            PERFORM 5180-REWRITE-OPERATORS
	        END-IF
	    END-IF.
	    IF WS-SIGNON-TRIES >= WS-MAX-BAD-SIGNONS
	            AND NOT SIGNON-IS-DONE
	        DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
	        SET SIGNON-IS-DONE TO TRUE
	    END-IF.
	    IF NOT OPERATOR-SIGNED-ON
	        MOVE SPACES TO WS-OPERATOR-ID
	    END-IF.
	5172-CHECK-SIGN-ON.
	    IF NOT OPR-ACTIVE
	        DISPLAY "OPERATOR IS LOCKED OR DISABLED"
	        MOVE OPR-NAME TO AUD-NAME
	        MOVE "DENIED" TO WS-MAINT-ACTION
	        PERFORM 5800-LOG-MAINT-AUDIT
	        SET SIGNON-IS-DONE TO TRUE
	    ELSE
	        IF OPR-PIN = WS-SIGNON-PIN
	            PERFORM 5178-ACCEPT-SIGN-ON
	        ELSE
	            ADD 1 TO OPR-BAD-SIGNONS
	            MOVE OPR-NAME TO AUD-NAME
	            MOVE "BADPIN" TO WS-MAINT-ACTION
	            PERFORM 5800-LOG-MAINT-AUDIT
	            IF OPR-BAD-SIGNONS >= WS-MAX-BAD-SIGNONS
	                SET OPR-LOCKED TO TRUE
	                MOVE "LOCKOUT" TO WS-MAINT-ACTION
	                PERFORM 5800-LOG-MAINT-AUDIT
	                DISPLAY "OPERATOR LOCKED OUT"
	                SET SIGNON-IS-DONE TO TRUE
	            ELSE
	                DISPLAY "SIGN-ON REJECTED"
	            END-IF
	        END-IF
	    END-IF.
	5175-FIND-OPERATOR.
	    MOVE ZERO TO WS-OPR-FOUND-IDX.
	    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
	            UNTIL WS-OPR-IDX > WS-OPR-COUNT
	        IF WS-OPR-ENTRY(WS-OPR-IDX)(1:8) = WS-SIGNON-ID
	            MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
	        END-IF
	    END-PERFORM.
	5178-ACCEPT-SIGN-ON.
	    MOVE ZERO TO OPR-BAD-SIGNONS.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-LAST-SIGNON.
	    MOVE OPR-ID TO WS-OPERATOR-ID.
	    MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL.
	    MOVE OPR-ACTION-MASK TO WS-OPERATOR-MASK.
	    MOVE OPR-NAME TO AUD-NAME.
	    MOVE "SIGNON" TO WS-MAINT-ACTION.
	    PERFORM 5800-LOG-MAINT-AUDIT.
	    DISPLAY "SIGNED ON AS " OPR-NAME.
	    SET OPERATOR-SIGNED-ON TO TRUE.
	    SET SIGNON-IS-DONE TO TRUE.
	5180-REWRITE-OPERATORS.
	    OPEN OUTPUT OPERATOR-FILE.
	    IF WS-OPERATOR-STATUS NOT = "00"
	        DISPLAY "UNABLE TO REWRITE OPERSEC " WS-OPERATOR-STATUS
	    ELSE
	        PERFORM 5185-WRITE-OPERATOR-LINE
	            VARYING WS-OPR-IDX FROM 1 BY 1
	            UNTIL WS-OPR-IDX > WS-OPR-COUNT
	        CLOSE OPERATOR-FILE
	    END-IF.
	5185-WRITE-OPERATOR-LINE.
	    WRITE OPERATOR-RECORD FROM WS-OPR-ENTRY(WS-OPR-IDX).
	5200-MENU-LOOP.
	    DISPLAY " ".
	    DISPLAY "1=ADD 2=INQUIRE 3=CORRECT 4=DELETE"
	        " 5=NAME SEARCH 6=REINSTATE 7=HISTORY 8=EXIT".
	    DISPLAY "9=REVIEW QUEUE 0=MERGE DUPLICATE H=PURGE HOLDS".
	    DISPLAY "ENTER CHOICE: " NO ADVANCING.
	    ACCEPT WS-MENU-CHOICE.
	    MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.
	    PERFORM 5250-CHECK-AUTHORITY.
	    IF NOT ACTION-ALLOWED
	        DISPLAY "NOT AUTHORIZED FOR CHOICE " WS-MENU-CHOICE
	        MOVE SPACES TO AUD-NAME
	        STRING "MENU CHOICE " WS-MENU-CHOICE
	            DELIMITED BY SIZE INTO AUD-NAME
	        MOVE "DENIED" TO WS-MAINT-ACTION
	        PERFORM 5800-LOG-MAINT-AUDIT
	        MOVE SPACE TO WS-MENU-CHOICE
	    END-IF.
	    EVALUATE WS-MENU-CHOICE
	        WHEN SPACE
	            CONTINUE
	        WHEN "1"
	            PERFORM 5300-ADD-ENTRY
	        WHEN "2"
	            PERFORM 6000-REVIEW-QUEUE
	        WHEN "0"
	            PERFORM 6400-MERGE-ENTRY
	        WHEN "H"
	            PERFORM 6900-PURGE-HOLDS
	        WHEN OTHER
	            DISPLAY "INVALID CHOICE"
	    END-EVALUATE.
	5250-CHECK-AUTHORITY.
	    MOVE "Y" TO WS-ACTION-SWITCH.
	    MOVE ZERO TO WS-ACTION-POS.
	    IF WS-MENU-CHOICE = "0"
	        MOVE 10 TO WS-ACTION-POS
	    END-IF.
	    IF WS-MENU-CHOICE = "H"
	        MOVE 11 TO WS-ACTION-POS
	    END-IF.
	    IF WS-ACTION-POS = ZERO
	        IF WS-MENU-CHOICE IS NUMERIC
	                AND WS-MENU-CHOICE NOT = "8"
	            MOVE WS-MENU-DIGIT TO WS-ACTION-POS
	        END-IF
	    END-IF.
	    IF WS-ACTION-POS > ZERO
	        PERFORM 5260-APPLY-AUTHORITY
	    END-IF.
	5260-APPLY-AUTHORITY.
	    EVALUATE WS-OPERATOR-LEVEL
	        WHEN "S"
	            MOVE WS-SUPERVISOR-DEFAULTS TO WS-DEFAULT-MASK
	        WHEN "C"
	            MOVE WS-CLERK-DEFAULTS TO WS-DEFAULT-MASK
	        WHEN OTHER
	            MOVE WS-INQUIRY-DEFAULTS TO WS-DEFAULT-MASK
	    END-EVALUATE.
	    MOVE WS-OPERATOR-FLAG(WS-ACTION-POS) TO WS-ACTION-FLAG.
	    IF WS-ACTION-FLAG = SPACE
	        MOVE WS-DEFAULT-FLAG(WS-ACTION-POS) TO WS-ACTION-FLAG
	    END-IF.
	    IF WS-OPERATOR-LEVEL NOT = "S"
	            AND WS-OPERATOR-LEVEL NOT = "C"
	            AND WS-DEFAULT-FLAG(WS-ACTION-POS) NOT = "Y"
	        MOVE "N" TO WS-ACTION-FLAG
	    END-IF.
	    IF WS-ACTION-POS = 11 AND WS-OPERATOR-LEVEL NOT = "S"
	        MOVE "N" TO WS-ACTION-FLAG
	    END-IF.
	    IF WS-ACTION-FLAG NOT = "Y"
	        MOVE "N" TO WS-ACTION-SWITCH
	    END-IF.
	5300-ADD-ENTRY.
	    DISPLAY "ENTER CUSTOMER ID (0=ASSIGN): " NO ADVANCING.
	    ACCEPT WS-MAINT-ID.
	    MOVE WS-MAINT-ID TO CUST-ID.
	    DISPLAY "ENTER NAME: " NO ADVANCING.
	    ACCEPT CUST-NAME.
	    PERFORM 5700-VALIDATE-MAINT-NAME.
	    IF NAME-IS-INVALID
	        DISPLAY "ENTRY REJECTED"
	        MOVE CUST-NAME TO AUD-NAME
	        MOVE CUST-ID TO AUD-CUST-ID
	        MOVE "REJECT" TO WS-MAINT-ACTION
	        PERFORM 5800-LOG-MAINT-AUDIT
	        MOVE CUST-ID TO SUSP-ID
	        MOVE WS-MAINT-DATE TO SUSP-IN-DATE
	        PERFORM 3300-WRITE-SUSPENSE
	    ELSE
	        IF WS-MAINT-ID = ZERO
	            PERFORM 3700-ASSIGN-CUST-ID
	        ELSE
	            SET NUMBER-IS-FREE TO TRUE
	        END-IF
	        IF NUMBER-IS-FREE
	            PERFORM 5350-WRITE-NEW-ENTRY
	        ELSE
	            DISPLAY "UNABLE TO ASSIGN CUSTOMER ID"
	        END-IF
	    END-IF.
	5350-WRITE-NEW-ENTRY.
	    IF WS-MAINT-DATE = SPACES OR WS-MAINT-DATE = ZEROS
	        MOVE FUNCTION CURRENT-DATE(1:8)
	            TO CUST-ENTRY-DATE
	    ELSE
	        MOVE WS-MAINT-DATE TO CUST-ENTRY-DATE
	    END-IF.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-PROCESSED-DATE.
	    SET CUST-ACTIVE TO TRUE.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-STATUS-DATE.
	    WRITE CUST-RECORD
	        INVALID KEY
	            DISPLAY "UNABLE TO ADD, ID ALREADY EXISTS"
	        NOT INVALID KEY
	            MOVE CUST-NAME TO AUD-NAME
	            MOVE CUST-ID TO AUD-CUST-ID
	            MOVE "ADD" TO WS-MAINT-ACTION
	            PERFORM 5800-LOG-MAINT-AUDIT
	            PERFORM 3400-WRITE-EXTRACT
	            DISPLAY "ADDED AS CUSTOMER " CUST-ID
	    END-WRITE.
	5400-INQUIRE-ENTRY.
	    DISPLAY "ENTER CUSTOMER ID: " NO ADVANCING.
	    ACCEPT WS-MAINT-ID.
	            DISPLAY "STATUS: " CUST-STATUS
	                " SINCE " CUST-STATUS-DATE
	            MOVE CUST-NAME TO AUD-NAME
	            MOVE CUST-ID TO AUD-CUST-ID
	            MOVE "INQUIRE" TO WS-MAINT-ACTION
	            PERFORM 5800-LOG-MAINT-AUDIT
	    END-READ.
	            IF NAME-IS-INVALID
	                DISPLAY "NAME REJECTED"
	                MOVE CUST-NAME TO AUD-NAME
	                MOVE CUST-ID TO AUD-CUST-ID
	                MOVE "REJECT" TO WS-MAINT-ACTION
	                PERFORM 5800-LOG-MAINT-AUDIT
	                MOVE CUST-ID TO SUSP-ID
	                        DISPLAY "REWRITE FAIL" WS-MASTER-STATUS
	                    NOT INVALID KEY
	                        MOVE CUST-NAME TO AUD-NAME
	                        MOVE CUST-ID TO AUD-CUST-ID
	                        MOVE "CORRECT" TO WS-MAINT-ACTION
	                        PERFORM 5800-LOG-MAINT-AUDIT
	                        PERFORM 5850-LOG-HISTORY
	                            WS-MASTER-STATUS
	                    NOT INVALID KEY
	                        MOVE CUST-NAME TO AUD-NAME
	                        MOVE CUST-ID TO AUD-CUST-ID
	                        MOVE "DELETE" TO WS-MAINT-ACTION
	                        PERFORM 5800-LOG-MAINT-AUDIT
	                        PERFORM 5850-LOG-HISTORY
	                            WS-MASTER-STATUS
	                    NOT INVALID KEY
	                        MOVE CUST-NAME TO AUD-NAME
	                        MOVE CUST-ID TO AUD-CUST-ID
	                        MOVE "REINSTAT" TO WS-MAINT-ACTION
	                        PERFORM 5800-LOG-MAINT-AUDIT
	                        PERFORM 5850-LOG-HISTORY
	        OPEN OUTPUT HISTORY-FILE
	    END-IF.
	5695-READ-HISTORY.
	    READ HISTORY-FILE INTO HIST-LINE
	        AT END
	            MOVE "Y" TO WS-HIST-EOF-SWITCH
	        NOT AT END
	                    OR HIST-AFTER-IMAGE(1:6) = WS-HIST-KEY
	                ADD 1 TO WS-HIST-FOUND
	                DISPLAY HIST-TIMESTAMP SPACE
	                    HIST-TERMINAL-ID SPACE HIST-OPERATOR-ID
	                    SPACE HIST-ACTION
	                DISPLAY "  BEFORE: "
	                    HIST-BEFORE-IMAGE(7:30) SPACE
	                    HIST-BEFORE-IMAGE(53:1)
	5800-LOG-MAINT-AUDIT.
	    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
	    MOVE WS-TERMINAL-ID TO AUD-TERMINAL-ID.
	    MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
	    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
	            UNTIL WS-CHAR-IDX > 30
	        IF FUNCTION ORD(AUD-NAME(WS-CHAR-IDX:1)) - 1 < 32
	        END-IF
	    END-PERFORM.
	    MOVE WS-MAINT-ACTION TO AUD-STATUS.
	    PERFORM 3210-WRITE-AUDIT-LINE.
	5850-LOG-HISTORY.
	    MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP.
	    MOVE WS-TERMINAL-ID TO HIST-TERMINAL-ID.
	    MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID.
	    MOVE WS-MAINT-ACTION TO HIST-ACTION.
	    MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE.
	    MOVE CUST-RECORD TO HIST-AFTER-IMAGE.
	    WRITE HISTORY-RECORD FROM HIST-LINE.
	5900-CLOSE-MAINT-FILES.
	    CLOSE MASTER-FILE.
	    PERFORM 3240-WRITE-AUDIT-TRAILER.
	    CLOSE AUDIT-FILE.
	    CLOSE SUSPENSE-FILE.
	    CLOSE REVIEW-FILE.
	    CLOSE EXTRACT-FILE.
	    CLOSE HISTORY-FILE.
	    CLOSE XREF-FILE.
	    PERFORM 3750-LOG-NUMBERS-ISSUED.
	6000-REVIEW-QUEUE.
	    MOVE ZERO TO WS-RVW-COUNT.
	    MOVE "N" TO WS-RVW-EOF-SWITCH.
	            DISPLAY "ITEM LEFT IN REVIEW QUEUE"
	    END-EVALUATE.
	6200-RELEASE-ITEM.
	    MOVE ZERO TO CUST-ID.
	    MOVE SUSP-NAME(1:30) TO CUST-NAME.
	    PERFORM 5700-VALIDATE-MAINT-NAME.
	    IF NAME-IS-INVALID
	        DISPLAY "NAME INVALID, ITEM LEFT IN QUEUE"
	    ELSE
	        IF SUSP-ID IS NUMERIC AND SUSP-ID NOT = ZERO
	            MOVE SUSP-ID TO CUST-ID
	            SET NUMBER-IS-FREE TO TRUE
	        ELSE
	            PERFORM 3700-ASSIGN-CUST-ID
	        END-IF
	        IF NUMBER-IS-FREE
	            PERFORM 6250-WRITE-RELEASED-ITEM
	        ELSE
	            DISPLAY "UNABLE TO ASSIGN CUSTOMER ID"
	        END-IF
	    END-IF.
	6250-WRITE-RELEASED-ITEM.
	    IF SUSP-IN-DATE IS NUMERIC
	            AND SUSP-IN-DATE NOT = ZERO
	        MOVE SUSP-IN-DATE TO CUST-ENTRY-DATE
	    ELSE
	        MOVE FUNCTION CURRENT-DATE(1:8)
	            TO CUST-ENTRY-DATE
	    END-IF.
	    MOVE FUNCTION CURRENT-DATE(1:8)
	        TO CUST-PROCESSED-DATE.
	    SET CUST-ACTIVE TO TRUE.
	    MOVE FUNCTION CURRENT-DATE(1:8)
	        TO CUST-STATUS-DATE.
	    WRITE CUST-RECORD
	        INVALID KEY
	            DISPLAY "UNABLE TO ADD, ID ALREADY EXISTS"
	        NOT INVALID KEY
	            MOVE CUST-NAME TO AUD-NAME
	            MOVE CUST-ID TO AUD-CUST-ID
	            MOVE "RELEASE" TO WS-MAINT-ACTION
	            PERFORM 5800-LOG-MAINT-AUDIT
	            PERFORM 3400-WRITE-EXTRACT
	            MOVE "N" TO WS-RVW-KEEP(WS-RVW-IDX)
	            DISPLAY "RELEASED AS CUSTOMER " CUST-ID
	    END-WRITE.
	6300-CONFIRM-DUP-ITEM.
	    MOVE SUSP-NAME(1:30) TO AUD-NAME.
	    IF SUSP-ID IS NUMERIC
	        MOVE SUSP-ID TO AUD-CUST-ID
	    END-IF.
	    MOVE "DUPCONF" TO WS-MAINT-ACTION.
	    PERFORM 5800-LOG-MAINT-AUDIT.
	    MOVE "N" TO WS-RVW-KEEP(WS-RVW-IDX).
	                            WS-MASTER-STATUS
	                    NOT INVALID KEY
	                        MOVE CUST-NAME TO AUD-NAME
	                        MOVE CUST-ID TO AUD-CUST-ID
	                        MOVE "MERGE" TO WS-MAINT-ACTION
	                        PERFORM 5800-LOG-MAINT-AUDIT
	                        PERFORM 5850-LOG-HISTORY
	        WRITE REVIEW-RECORD
	            FROM WS-RVW-ENTRY(WS-RVW-IDX)
	    END-IF.
	6900-PURGE-HOLDS.
	    PERFORM 6910-LOAD-HOLDS.
	    IF HOLDS-LOADED
	        MOVE "N" TO WS-HLD-DONE-SWITCH
	        MOVE "N" TO WS-HLD-CHANGED-SWITCH
	        PERFORM 6920-HOLD-MENU UNTIL HOLDS-ARE-DONE
	        IF HOLDS-CHANGED
	            PERFORM 6980-REWRITE-HOLDS
	        END-IF
	    END-IF.
	6910-LOAD-HOLDS.
	    MOVE ZERO TO WS-HLD-COUNT.
	    MOVE "Y" TO WS-HLD-LOAD-SWITCH.
	    MOVE "N" TO WS-HLD-EOF-SWITCH.
	    OPEN INPUT HOLD-FILE.
	    IF WS-HOLD-STATUS = "00"
	        PERFORM 6915-LOAD-HOLD-LINE UNTIL END-OF-HOLDS
	        CLOSE HOLD-FILE
	    ELSE
	        IF WS-HOLD-STATUS NOT = "35"
	            DISPLAY "UNABLE TO OPEN PURGHOLD " WS-HOLD-STATUS
	            MOVE "N" TO WS-HLD-LOAD-SWITCH
	        END-IF
	    END-IF.
	6915-LOAD-HOLD-LINE.
	    READ HOLD-FILE
	        AT END
	            MOVE "Y" TO WS-HLD-EOF-SWITCH
	        NOT AT END
	            IF WS-HLD-COUNT < 500
	                ADD 1 TO WS-HLD-COUNT
	                MOVE HOLD-RECORD TO WS-HLD-ENTRY(WS-HLD-COUNT)
	            ELSE
	                DISPLAY "PURGE HOLDS EXCEED WORK TABLE"
	                MOVE "N" TO WS-HLD-LOAD-SWITCH
	                MOVE "Y" TO WS-HLD-EOF-SWITCH
	            END-IF
	    END-READ.
	6920-HOLD-MENU.
	    DISPLAY " ".
	    DISPLAY "PURGE HOLDS: L=LIST A=ADD/CHANGE R=REMOVE X=DONE".
	    DISPLAY "ENTER CHOICE: " NO ADVANCING.
	    ACCEPT WS-HLD-CHOICE.
	    MOVE FUNCTION UPPER-CASE(WS-HLD-CHOICE) TO WS-HLD-CHOICE.
	    EVALUATE WS-HLD-CHOICE
	        WHEN "L"
	            PERFORM 6930-LIST-HOLD
	                VARYING WS-HLD-IDX FROM 1 BY 1
	                UNTIL WS-HLD-IDX > WS-HLD-COUNT
	            DISPLAY "HOLDS ON FILE: " WS-HLD-COUNT
	        WHEN "A"
	            PERFORM 6940-ADD-HOLD
	        WHEN "R"
	            PERFORM 6950-REMOVE-HOLD
	        WHEN "X"
	            SET HOLDS-ARE-DONE TO TRUE
	        WHEN OTHER
	            DISPLAY "INVALID CHOICE"
	    END-EVALUATE.
	6930-LIST-HOLD.
	    MOVE WS-HLD-ENTRY(WS-HLD-IDX) TO HOLD-LINE.
	    DISPLAY HLD-CUST-ID " UNTIL " HLD-EXPIRY-DATE " "
	        HLD-REASON " BY " HLD-SET-BY.
	6940-ADD-HOLD.
	    DISPLAY "ENTER CUSTOMER ID: " NO ADVANCING.
	    ACCEPT WS-MAINT-ID.
	    MOVE WS-MAINT-ID TO CUST-ID.
	    READ MASTER-FILE
	        INVALID KEY
	            DISPLAY "CUSTOMER NOT FOUND"
	        NOT INVALID KEY
	            PERFORM 6945-ENTER-HOLD
	    END-READ.
	6945-ENTER-HOLD.
	    DISPLAY "NAME: " CUST-NAME " STATUS: " CUST-STATUS.
	    DISPLAY "HOLD REASON: " NO ADVANCING.
	    ACCEPT WS-HLD-REASON.
	    MOVE FUNCTION UPPER-CASE(WS-HLD-REASON) TO WS-HLD-REASON.
	    DISPLAY "HOLD EXPIRY DATE (YYYYMMDD): " NO ADVANCING.
	    ACCEPT WS-HLD-EXPIRY.
	    MOVE WS-HLD-EXPIRY TO WS-EDIT-DATE-X.
	    MOVE WS-EDIT-LIMIT TO WS-HLD-SAVE-LIMIT.
	    MOVE 99991231 TO WS-EDIT-LIMIT.
	    PERFORM 2150-VALIDATE-DATE.
	    MOVE WS-HLD-SAVE-LIMIT TO WS-EDIT-LIMIT.
	    IF DATE-IS-VALID
	            AND WS-EDIT-DATE NOT > FUNCTION CURRENT-DATE(1:8)
	        SET DATE-IS-INVALID TO TRUE
	    END-IF.
	    IF WS-HLD-REASON = SPACES
	        DISPLAY "HOLD REASON IS REQUIRED"
	    ELSE
	        IF DATE-IS-INVALID
	            DISPLAY "EXPIRY MUST BE A VALID FUTURE DATE"
	        ELSE
	            MOVE WS-MAINT-ID TO HLD-CUST-ID
	            PERFORM 6960-FIND-HOLD
	            IF WS-HLD-FOUND-IDX = ZERO
	                IF WS-HLD-COUNT < 500
	                    ADD 1 TO WS-HLD-COUNT
	                    MOVE WS-HLD-COUNT TO WS-HLD-FOUND-IDX
	                ELSE
	                    DISPLAY "PURGE HOLD TABLE FULL"
	                END-IF
	            END-IF
	            IF WS-HLD-FOUND-IDX > ZERO
	                MOVE SPACES TO HOLD-LINE
	                MOVE WS-MAINT-ID TO HLD-CUST-ID
	                MOVE WS-EDIT-DATE TO HLD-EXPIRY-DATE
	                MOVE WS-HLD-REASON TO HLD-REASON
	                MOVE WS-OPERATOR-ID TO HLD-SET-BY
	                MOVE FUNCTION CURRENT-DATE(1:8) TO HLD-SET-DATE
	                MOVE HOLD-LINE TO WS-HLD-ENTRY(WS-HLD-FOUND-IDX)
	                SET HOLDS-CHANGED TO TRUE
	                MOVE CUST-NAME TO AUD-NAME
	                MOVE CUST-ID TO AUD-CUST-ID
	                MOVE "HOLDSET" TO WS-MAINT-ACTION
	                PERFORM 5800-LOG-MAINT-AUDIT
	                DISPLAY "PURGE HOLD SET UNTIL " HLD-EXPIRY-DATE
	            END-IF
	        END-IF
	    END-IF.
	6950-REMOVE-HOLD.
	    DISPLAY "ENTER CUSTOMER ID: " NO ADVANCING.
	    ACCEPT WS-MAINT-ID.
	    MOVE WS-MAINT-ID TO HLD-CUST-ID.
	    PERFORM 6960-FIND-HOLD.
	    IF WS-HLD-FOUND-IDX = ZERO
	        DISPLAY "NO PURGE HOLD FOR CUSTOMER"
	    ELSE
	        PERFORM 6955-CLOSE-HOLD-GAP
	            VARYING WS-HLD-IDX FROM WS-HLD-FOUND-IDX BY 1
	            UNTIL WS-HLD-IDX >= WS-HLD-COUNT
	        SUBTRACT 1 FROM WS-HLD-COUNT
	        SET HOLDS-CHANGED TO TRUE
	        MOVE SPACES TO AUD-NAME
	        STRING "PURGE HOLD " WS-MAINT-ID
	            DELIMITED BY SIZE INTO AUD-NAME
	        MOVE WS-MAINT-ID TO AUD-CUST-ID
	        MOVE "HOLDREL" TO WS-MAINT-ACTION
	        PERFORM 5800-LOG-MAINT-AUDIT
	        DISPLAY "PURGE HOLD REMOVED"
	    END-IF.
	6955-CLOSE-HOLD-GAP.
	    MOVE WS-HLD-ENTRY(WS-HLD-IDX + 1)
	        TO WS-HLD-ENTRY(WS-HLD-IDX).
	6960-FIND-HOLD.
	    MOVE ZERO TO WS-HLD-FOUND-IDX.
	    PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
	            UNTIL WS-HLD-IDX > WS-HLD-COUNT
	        IF WS-HLD-ENTRY(WS-HLD-IDX)(1:6) = HLD-CUST-ID
	            MOVE WS-HLD-IDX TO WS-HLD-FOUND-IDX
	        END-IF
	    END-PERFORM.
	6980-REWRITE-HOLDS.
	    OPEN OUTPUT HOLD-FILE.
	    IF WS-HOLD-STATUS NOT = "00"
	        DISPLAY "UNABLE TO REWRITE PURGHOLD " WS-HOLD-STATUS
	    ELSE
	        PERFORM 6985-WRITE-HOLD-LINE
	            VARYING WS-HLD-IDX FROM 1 BY 1
	            UNTIL WS-HLD-IDX > WS-HLD-COUNT
	        CLOSE HOLD-FILE
	    END-IF.
	6985-WRITE-HOLD-LINE.
	    WRITE HOLD-RECORD FROM WS-HLD-ENTRY(WS-HLD-IDX).
