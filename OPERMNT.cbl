      * Operator security maintenance - sign-on, levels and unlock
	IDENTIFICATION DIVISION.
	PROGRAM-ID. OPERMNT.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT OPERATOR-FILE ASSIGN TO "OPERSEC.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-OPERATOR-STATUS.
	    SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-AUDIT-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE.
	01  OPERATOR-RECORD pic x(81).
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY LOCKREC.
	COPY OPERREC.
	COPY AUDITREC.
	01 WS-OPERATOR-STATUS pic x(2).
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-AUD-RUN-ID pic x(16).
	01 WS-AUD-SEQUENCE pic 9(8) value zero.
	01 WS-AUD-HASH pic 9(15) value zero.
	01 WS-AUD-HASH-IDX pic 9(3).
	01 WS-TERMINAL-ID pic x(8) value "OPERMNT".
	01 WS-OPERATOR-ID pic x(8) value spaces.
	01 WS-OPR-TABLE.
	    02 WS-OPR-ENTRY occurs 200 pic x(81).
	01 WS-OPR-COUNT pic 9(4) value zero.
	01 WS-OPR-IDX pic 9(4).
	01 WS-OPR-FOUND-IDX pic 9(4).
	01 WS-OPR-EOF-SWITCH pic x value "N".
	    88 END-OF-OPERATORS value "Y".
	01 WS-LOAD-SWITCH pic x value "Y".
	    88 OPERATORS-LOADED value "Y".
	01 WS-SIGNON-ID pic x(8).
	01 WS-SIGNON-PIN pic x(8).
	01 WS-SIGNON-TRIES pic 9(2).
	01 WS-MAX-BAD-SIGNONS pic 9(2) value 3.
	01 WS-SIGNON-SWITCH pic x value "N".
	    88 SUPERVISOR-SIGNED-ON value "Y".
	01 WS-SIGNON-DONE-SWITCH pic x.
	    88 SIGNON-IS-DONE value "Y".
	01 WS-MENU-CHOICE pic x.
	01 WS-MAINT-DONE pic x value "N".
	    88 MAINT-IS-DONE value "Y".
	01 WS-MAINT-ACTION pic x(8).
	01 WS-FORCE-LEVEL pic x value space.
	01 WS-ENTRY-ID pic x(8).
	01 WS-ENTRY-PIN pic x(8).
	01 WS-ENTRY-NAME pic x(30).
	01 WS-ENTRY-LEVEL pic x.
	01 WS-ENTRY-MASK pic x(16).
	01 WS-ENTRY-VALID pic x.
	    88 ENTRY-IS-VALID value "Y".
	01 WS-LIST-LINE.
	    02 WL-ID pic x(8).
	    02 filler pic x(1) value space.
	    02 WL-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WL-STATUS pic x(1).
	    02 filler pic x(1) value space.
	    02 WL-LEVEL pic x(1).
	    02 filler pic x(1) value space.
	    02 WL-MASK pic x(16).
	    02 filler pic x(1) value space.
	    02 WL-BAD pic z9.
	    02 filler pic x(1) value space.
	    02 WL-LAST pic 9999/99/99.
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	01 WS-SAVE-SWITCH pic x value "N".
	    88 OPERATORS-SAVED value "Y".
	01 WS-AUD-PEND-TABLE.
	    02 WS-AUD-PEND-LINE occurs 20 pic x(121).
	01 WS-AUD-PEND-COUNT pic 9(2) value zero.
	01 WS-AUD-PEND-IDX pic 9(2).
	01 WS-AUD-LOST-COUNT pic 9(4) value zero.
	01 WS-AUD-RETRY pic x.
	01 WS-CONFIRM pic x.
	01 WS-WINDOW-ENTRY.
	    02 WS-WINDOW-START-IN pic x(4).
	    02 WS-WINDOW-END-IN pic x(4).
	01 WS-WINDOW-TIMES redefines WS-WINDOW-ENTRY.
	    02 WS-WINDOW-START-HH pic 9(2).
	    02 WS-WINDOW-START-MM pic 9(2).
	    02 WS-WINDOW-END-HH pic 9(2).
	    02 WS-WINDOW-END-MM pic 9(2).
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 1000-LOAD-OPERATORS.
	    IF OPERATORS-LOADED
	        PERFORM 7550-START-AUDIT-RUN
	        IF WS-OPR-COUNT = ZERO
	            DISPLAY "NO OPERATORS ON FILE, "
	                "ENTER FIRST SUPERVISOR"
	            MOVE "S" TO WS-FORCE-LEVEL
	            PERFORM 3000-ADD-OPERATOR
	            MOVE SPACE TO WS-FORCE-LEVEL
	            IF WS-OPERATOR-ID NOT = SPACES
	                SET SUPERVISOR-SIGNED-ON TO TRUE
	            END-IF
	        ELSE
	            PERFORM 2000-SIGN-ON
	        END-IF
	        PERFORM 7700-FLUSH-AUDIT-LINES
	        IF SUPERVISOR-SIGNED-ON
	            PERFORM 1500-MENU-LOOP UNTIL MAINT-IS-DONE
	        END-IF
	        PERFORM 7540-WRITE-AUDIT-TRAILER
	        PERFORM 7700-FLUSH-AUDIT-LINES
	        MOVE "Y" TO WS-AUD-RETRY
	        PERFORM 7800-RETRY-AUDIT-LINES
	            UNTIL WS-AUD-PEND-COUNT = ZERO
	                OR WS-AUD-RETRY NOT = "Y"
	        ADD WS-AUD-PEND-COUNT TO WS-AUD-LOST-COUNT
	        IF WS-AUD-LOST-COUNT > ZERO
	            DISPLAY "AUDIT LINES NOT WRITTEN: "
	                WS-AUD-LOST-COUNT
	            MOVE 12 TO RETURN-CODE
	        END-IF
	    END-IF.
	    IF NOT SUPERVISOR-SIGNED-ON AND RETURN-CODE < 8
	        MOVE 8 TO RETURN-CODE
	    END-IF.
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
	        MOVE WS-TERMINAL-ID TO LCK-PROGRAM
	        MOVE WS-TERMINAL-ID TO LCK-TERMINAL-ID
	        MOVE WS-OPERATOR-ID TO LCK-OPERATOR-ID
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
	1000-LOAD-OPERATORS.
	    MOVE ZERO TO WS-OPR-COUNT.
	    MOVE "N" TO WS-OPR-EOF-SWITCH.
	    MOVE "Y" TO WS-LOAD-SWITCH.
	    OPEN INPUT OPERATOR-FILE.
	    IF WS-OPERATOR-STATUS = "35"
	        CONTINUE
	    ELSE
	        IF WS-OPERATOR-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN OPERSEC " WS-OPERATOR-STATUS
	            MOVE "N" TO WS-LOAD-SWITCH
	        ELSE
	            PERFORM 1100-LOAD-OPERATOR-LINE
	                UNTIL END-OF-OPERATORS
	            CLOSE OPERATOR-FILE
	        END-IF
	    END-IF.
	1100-LOAD-OPERATOR-LINE.
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
	1500-MENU-LOOP.
	    DISPLAY " ".
	    DISPLAY "1=LIST 2=ADD 3=CHANGE 4=RESET PIN/UNLOCK"
	        " 5=DISABLE".
	    DISPLAY "6=RELEASE RUN LOCK 7=BATCH WINDOW 8=EXIT".
	    DISPLAY "ENTER CHOICE: " NO ADVANCING.
	    ACCEPT WS-MENU-CHOICE.
	    IF WS-AUD-PEND-COUNT > ZERO
	            AND WS-MENU-CHOICE NOT = "1"
	            AND WS-MENU-CHOICE NOT = "6"
	            AND WS-MENU-CHOICE NOT = "8"
	        DISPLAY "AUDIT LINES WAITING ON RUN LOCK, "
	            "ONLY 1, 6 AND 8 ARE AVAILABLE"
	    ELSE
	        EVALUATE WS-MENU-CHOICE
	            WHEN "1"
	                PERFORM 2500-LIST-OPERATORS
	            WHEN "2"
	                PERFORM 3000-ADD-OPERATOR
	            WHEN "3"
	                PERFORM 4000-CHANGE-OPERATOR
	            WHEN "4"
	                PERFORM 5000-RESET-OPERATOR
	            WHEN "5"
	                PERFORM 6000-DISABLE-OPERATOR
	            WHEN "6"
	                PERFORM 6500-RELEASE-RUN-LOCK
	            WHEN "7"
	                PERFORM 6700-SET-BATCH-WINDOW
	            WHEN "8"
	                SET MAINT-IS-DONE TO TRUE
	            WHEN OTHER
	                DISPLAY "INVALID CHOICE"
	        END-EVALUATE
	        PERFORM 7700-FLUSH-AUDIT-LINES
	    END-IF.
	2000-SIGN-ON.
	    MOVE ZERO TO WS-SIGNON-TRIES.
	    MOVE "N" TO WS-SIGNON-DONE-SWITCH.
	    PERFORM 2100-TRY-SIGN-ON UNTIL SIGNON-IS-DONE.
	2100-TRY-SIGN-ON.
	    ADD 1 TO WS-SIGNON-TRIES.
	    DISPLAY "SUPERVISOR ID: " NO ADVANCING.
	    ACCEPT WS-SIGNON-ID.
	    MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID) TO WS-SIGNON-ID.
	    DISPLAY "PIN: " NO ADVANCING.
	    ACCEPT WS-SIGNON-PIN.
	    MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
	    MOVE WS-SIGNON-ID TO WS-ENTRY-ID.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF NOT OPERATORS-LOADED
	        SET SIGNON-IS-DONE TO TRUE
	    ELSE
	        IF WS-OPR-FOUND-IDX = ZERO
	            DISPLAY "SIGN-ON REJECTED"
	            MOVE "UNKNOWN OPERATOR" TO AUD-NAME
	            MOVE "BADPIN" TO WS-MAINT-ACTION
	            PERFORM 7500-LOG-AUDIT
	        ELSE
	            PERFORM 2150-CHECK-SIGN-ON
	            MOVE OPER-LINE TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
	            PERFORM 8000-REWRITE-OPERATORS
	        END-IF
	    END-IF.
	    IF WS-SIGNON-TRIES >= WS-MAX-BAD-SIGNONS
	            AND NOT SIGNON-IS-DONE
	        DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
	        SET SIGNON-IS-DONE TO TRUE
	    END-IF.
	    IF NOT SUPERVISOR-SIGNED-ON
	        MOVE SPACES TO WS-OPERATOR-ID
	    END-IF.
	2150-CHECK-SIGN-ON.
	    IF NOT OPR-ACTIVE
	        DISPLAY "OPERATOR IS LOCKED OR DISABLED"
	        MOVE OPR-NAME TO AUD-NAME
	        MOVE "DENIED" TO WS-MAINT-ACTION
	        PERFORM 7500-LOG-AUDIT
	        SET SIGNON-IS-DONE TO TRUE
	    ELSE
	        IF OPR-PIN = WS-SIGNON-PIN
	            PERFORM 2200-ACCEPT-SIGN-ON
	        ELSE
	            ADD 1 TO OPR-BAD-SIGNONS
	            MOVE OPR-NAME TO AUD-NAME
	            MOVE "BADPIN" TO WS-MAINT-ACTION
	            PERFORM 7500-LOG-AUDIT
	            IF OPR-BAD-SIGNONS >= WS-MAX-BAD-SIGNONS
	                SET OPR-LOCKED TO TRUE
	                MOVE "LOCKOUT" TO WS-MAINT-ACTION
	                PERFORM 7500-LOG-AUDIT
	                DISPLAY "OPERATOR LOCKED OUT"
	                SET SIGNON-IS-DONE TO TRUE
	            ELSE
	                DISPLAY "SIGN-ON REJECTED"
	            END-IF
	        END-IF
	    END-IF.
	2200-ACCEPT-SIGN-ON.
	    MOVE ZERO TO OPR-BAD-SIGNONS.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-LAST-SIGNON.
	    MOVE OPR-NAME TO AUD-NAME.
	    IF OPR-SUPERVISOR
	        MOVE "SIGNON" TO WS-MAINT-ACTION
	        PERFORM 7500-LOG-AUDIT
	        DISPLAY "SIGNED ON AS " OPR-NAME
	        SET SUPERVISOR-SIGNED-ON TO TRUE
	    ELSE
	        MOVE "DENIED" TO WS-MAINT-ACTION
	        PERFORM 7500-LOG-AUDIT
	        DISPLAY "SUPERVISOR LEVEL REQUIRED"
	    END-IF.
	    SET SIGNON-IS-DONE TO TRUE.
	2500-LIST-OPERATORS.
	    MOVE SPACES TO WS-ENTRY-ID.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF OPERATORS-LOADED
	        PERFORM 2600-LIST-ONE-OPERATOR
	            VARYING WS-OPR-IDX FROM 1 BY 1
	            UNTIL WS-OPR-IDX > WS-OPR-COUNT
	        DISPLAY "OPERATORS ON FILE: " WS-OPR-COUNT
	    END-IF.
	2600-LIST-ONE-OPERATOR.
	    MOVE WS-OPR-ENTRY(WS-OPR-IDX) TO OPER-LINE.
	    MOVE OPR-ID TO WL-ID.
	    MOVE OPR-NAME TO WL-NAME.
	    MOVE OPR-STATUS TO WL-STATUS.
	    MOVE OPR-LEVEL TO WL-LEVEL.
	    MOVE OPR-ACTION-MASK TO WL-MASK.
	    MOVE OPR-BAD-SIGNONS TO WL-BAD.
	    MOVE OPR-LAST-SIGNON TO WL-LAST.
	    DISPLAY WS-LIST-LINE.
	3000-ADD-OPERATOR.
	    IF WS-OPR-COUNT >= 200
	        DISPLAY "OPERATOR TABLE FULL"
	    ELSE
	        MOVE "Y" TO WS-ENTRY-VALID
	        DISPLAY "NEW OPERATOR ID: " NO ADVANCING
	        ACCEPT WS-ENTRY-ID
	        MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
	        PERFORM 7000-FIND-OPERATOR
	        IF WS-ENTRY-ID = SPACES OR WS-OPR-FOUND-IDX > ZERO
	            DISPLAY "ID IS BLANK OR ALREADY ON FILE"
	            MOVE "N" TO WS-ENTRY-VALID
	        END-IF
	        IF ENTRY-IS-VALID
	            PERFORM 3100-PROMPT-NEW-OPERATOR
	        END-IF
	        IF ENTRY-IS-VALID
	            PERFORM 3200-STORE-NEW-OPERATOR
	        END-IF
	    END-IF.
	3100-PROMPT-NEW-OPERATOR.
	    DISPLAY "PIN: " NO ADVANCING.
	    ACCEPT WS-ENTRY-PIN.
	    DISPLAY "NAME: " NO ADVANCING.
	    ACCEPT WS-ENTRY-NAME.
	    IF WS-FORCE-LEVEL NOT = SPACE
	        MOVE WS-FORCE-LEVEL TO WS-ENTRY-LEVEL
	    ELSE
	        DISPLAY "LEVEL (I=INQUIRY C=CLERK S=SUPERVISOR): "
	            NO ADVANCING
	        ACCEPT WS-ENTRY-LEVEL
	        MOVE FUNCTION UPPER-CASE(WS-ENTRY-LEVEL)
	            TO WS-ENTRY-LEVEL
	    END-IF.
	    DISPLAY "ACTION MASK (Y/N BY CHOICE, BLANK=LEVEL): "
	        NO ADVANCING.
	    ACCEPT WS-ENTRY-MASK.
	    MOVE FUNCTION UPPER-CASE(WS-ENTRY-MASK) TO WS-ENTRY-MASK.
	    IF WS-ENTRY-PIN = SPACES OR WS-ENTRY-NAME = SPACES
	        DISPLAY "PIN AND NAME ARE REQUIRED"
	        MOVE "N" TO WS-ENTRY-VALID
	    END-IF.
	    IF WS-ENTRY-LEVEL NOT = "I" AND WS-ENTRY-LEVEL NOT = "C"
	            AND WS-ENTRY-LEVEL NOT = "S"
	        DISPLAY "INVALID LEVEL"
	        MOVE "N" TO WS-ENTRY-VALID
	    END-IF.
	3200-STORE-NEW-OPERATOR.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF OPERATORS-LOADED
	        IF WS-OPR-FOUND-IDX > ZERO
	            DISPLAY "ID IS ALREADY ON FILE"
	        ELSE
	            IF WS-OPR-COUNT >= 200
	                DISPLAY "OPERATOR TABLE FULL"
	            ELSE
	                PERFORM 3300-INSERT-OPERATOR
	            END-IF
	        END-IF
	    END-IF.
	3300-INSERT-OPERATOR.
	    MOVE SPACES TO OPER-LINE.
	    MOVE WS-ENTRY-ID TO OPR-ID.
	    MOVE WS-ENTRY-PIN TO OPR-PIN.
	    MOVE WS-ENTRY-NAME TO OPR-NAME.
	    SET OPR-ACTIVE TO TRUE.
	    MOVE WS-ENTRY-LEVEL TO OPR-LEVEL.
	    MOVE WS-ENTRY-MASK TO OPR-ACTION-MASK.
	    MOVE ZERO TO OPR-BAD-SIGNONS.
	    MOVE ZERO TO OPR-LAST-SIGNON.
	    ADD 1 TO WS-OPR-COUNT.
	    MOVE OPER-LINE TO WS-OPR-ENTRY(WS-OPR-COUNT).
	    PERFORM 8000-REWRITE-OPERATORS.
	    IF OPERATORS-SAVED
	        IF WS-OPERATOR-ID = SPACES
	            MOVE OPR-ID TO WS-OPERATOR-ID
	        END-IF
	        MOVE "OPERADD" TO WS-MAINT-ACTION
	        PERFORM 7400-LOG-OPERATOR-CHANGE
	        DISPLAY "OPERATOR " OPR-ID " ADDED"
	    ELSE
	        SUBTRACT 1 FROM WS-OPR-COUNT
	    END-IF.
	4000-CHANGE-OPERATOR.
	    PERFORM 7100-PROMPT-EXISTING-ID.
	    IF WS-OPR-FOUND-IDX > ZERO
	        DISPLAY "NEW NAME (BLANK=KEEP): " NO ADVANCING
	        ACCEPT WS-ENTRY-NAME
	        DISPLAY "NEW LEVEL (BLANK=KEEP): " NO ADVANCING
	        ACCEPT WS-ENTRY-LEVEL
	        MOVE FUNCTION UPPER-CASE(WS-ENTRY-LEVEL)
	            TO WS-ENTRY-LEVEL
	        DISPLAY "NEW ACTION MASK (BLANK=KEEP *=LEVEL): "
	            NO ADVANCING
	        ACCEPT WS-ENTRY-MASK
	        MOVE FUNCTION UPPER-CASE(WS-ENTRY-MASK) TO WS-ENTRY-MASK
	        IF WS-ENTRY-LEVEL NOT = SPACE
	                AND WS-ENTRY-LEVEL NOT = "I"
	                AND WS-ENTRY-LEVEL NOT = "C"
	                AND WS-ENTRY-LEVEL NOT = "S"
	            DISPLAY "INVALID LEVEL"
	        ELSE
	            PERFORM 4100-APPLY-CHANGE
	        END-IF
	    END-IF.
	4100-APPLY-CHANGE.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF OPERATORS-LOADED
	        IF WS-OPR-FOUND-IDX = ZERO
	            DISPLAY "OPERATOR NOT FOUND"
	        ELSE
	            PERFORM 4150-CHANGE-FIELDS
	            PERFORM 8000-REWRITE-OPERATORS
	            IF OPERATORS-SAVED
	                MOVE "OPERCHG" TO WS-MAINT-ACTION
	                PERFORM 7400-LOG-OPERATOR-CHANGE
	                DISPLAY "OPERATOR " OPR-ID " CHANGED"
	            END-IF
	        END-IF
	    END-IF.
	4150-CHANGE-FIELDS.
	    IF WS-ENTRY-NAME NOT = SPACES
	        MOVE WS-ENTRY-NAME TO OPR-NAME
	    END-IF.
	    IF WS-ENTRY-LEVEL NOT = SPACE
	        MOVE WS-ENTRY-LEVEL TO OPR-LEVEL
	    END-IF.
	    IF WS-ENTRY-MASK = "*"
	        MOVE SPACES TO OPR-ACTION-MASK
	    ELSE
	        IF WS-ENTRY-MASK NOT = SPACES
	            MOVE WS-ENTRY-MASK TO OPR-ACTION-MASK
	        END-IF
	    END-IF.
	    MOVE OPER-LINE TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX).
	5000-RESET-OPERATOR.
	    PERFORM 7100-PROMPT-EXISTING-ID.
	    IF WS-OPR-FOUND-IDX > ZERO
	        DISPLAY "NEW PIN: " NO ADVANCING
	        ACCEPT WS-ENTRY-PIN
	        IF WS-ENTRY-PIN = SPACES
	            DISPLAY "PIN IS REQUIRED"
	        ELSE
	            PERFORM 5100-APPLY-RESET
	        END-IF
	    END-IF.
	5100-APPLY-RESET.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF OPERATORS-LOADED
	        IF WS-OPR-FOUND-IDX = ZERO
	            DISPLAY "OPERATOR NOT FOUND"
	        ELSE
	            MOVE WS-ENTRY-PIN TO OPR-PIN
	            SET OPR-ACTIVE TO TRUE
	            MOVE ZERO TO OPR-BAD-SIGNONS
	            MOVE OPER-LINE TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
	            PERFORM 8000-REWRITE-OPERATORS
	            IF OPERATORS-SAVED
	                MOVE "OPERRSET" TO WS-MAINT-ACTION
	                PERFORM 7400-LOG-OPERATOR-CHANGE
	                DISPLAY "OPERATOR " OPR-ID " RESET AND ACTIVE"
	            END-IF
	        END-IF
	    END-IF.
	6000-DISABLE-OPERATOR.
	    PERFORM 7100-PROMPT-EXISTING-ID.
	    IF WS-OPR-FOUND-IDX > ZERO
	        IF OPR-ID = WS-OPERATOR-ID
	            DISPLAY "CANNOT DISABLE YOUR OWN OPERATOR ID"
	        ELSE
	            PERFORM 6100-APPLY-DISABLE
	        END-IF
	    END-IF.
	6100-APPLY-DISABLE.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF OPERATORS-LOADED
	        IF WS-OPR-FOUND-IDX = ZERO
	            DISPLAY "OPERATOR NOT FOUND"
	        ELSE
	            SET OPR-DISABLED TO TRUE
	            MOVE OPER-LINE TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
	            PERFORM 8000-REWRITE-OPERATORS
	            IF OPERATORS-SAVED
	                MOVE "OPERDIS" TO WS-MAINT-ACTION
	                PERFORM 7400-LOG-OPERATOR-CHANGE
	                DISPLAY "OPERATOR " OPR-ID " DISABLED"
	            END-IF
	        END-IF
	    END-IF.
	6500-RELEASE-RUN-LOCK.
	    PERFORM 0310-READ-RUN-LOCK.
	    IF NOT LOCK-IS-HELD
	        DISPLAY "MASTER FILE RUN LOCK IS NOT HELD"
	    ELSE
	        DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
	            " TERMINAL " LCK-TERMINAL-ID
	            " OPERATOR " LCK-OPERATOR-ID
	        DISPLAY "SINCE " LCK-DATE " " LCK-TIME
	        DISPLAY "RELEASE ONLY IF THAT JOB HAS ENDED (Y/N): "
	            NO ADVANCING
	        ACCEPT WS-CONFIRM
	        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
	        IF WS-CONFIRM = "Y"
	            MOVE "N" TO LCK-HELD-FLAG
	            PERFORM 0320-WRITE-RUN-LOCK
	            MOVE SPACES TO AUD-NAME
	            STRING "RUNLOCK " LCK-PROGRAM " " LCK-TERMINAL-ID
	                DELIMITED BY SIZE INTO AUD-NAME
	            MOVE "LOCKREL" TO WS-MAINT-ACTION
	            PERFORM 7500-LOG-AUDIT
	            DISPLAY "RUN LOCK RELEASED"
	        ELSE
	            DISPLAY "RUN LOCK NOT RELEASED"
	        END-IF
	    END-IF.
	6700-SET-BATCH-WINDOW.
	    PERFORM 0310-READ-RUN-LOCK.
	    DISPLAY "CURRENT BATCH WINDOW " LCK-WINDOW-START
	        "-" LCK-WINDOW-END " (0000-0000 = NONE)".
	    DISPLAY "WINDOW START HHMM: " NO ADVANCING.
	    ACCEPT WS-WINDOW-START-IN.
	    DISPLAY "WINDOW END HHMM: " NO ADVANCING.
	    ACCEPT WS-WINDOW-END-IN.
	    MOVE "Y" TO WS-ENTRY-VALID.
	    IF WS-WINDOW-ENTRY NOT NUMERIC
	        MOVE "N" TO WS-ENTRY-VALID
	    ELSE
	        IF WS-WINDOW-START-HH > 23 OR WS-WINDOW-START-MM > 59
	                OR WS-WINDOW-END-HH > 23
	                OR WS-WINDOW-END-MM > 59
	            MOVE "N" TO WS-ENTRY-VALID
	        END-IF
	    END-IF.
	    IF NOT ENTRY-IS-VALID
	        DISPLAY "INVALID WINDOW, ENTER HHMM 0000-2359"
	    ELSE
	        MOVE WS-WINDOW-START-IN TO LCK-WINDOW-START
	        MOVE WS-WINDOW-END-IN TO LCK-WINDOW-END
	        PERFORM 0320-WRITE-RUN-LOCK
	        MOVE SPACES TO AUD-NAME
	        STRING "BATCH WINDOW " WS-WINDOW-START-IN "-"
	            WS-WINDOW-END-IN
	            DELIMITED BY SIZE INTO AUD-NAME
	        MOVE "LOCKWIN" TO WS-MAINT-ACTION
	        PERFORM 7500-LOG-AUDIT
	        DISPLAY "BATCH WINDOW SET"
	    END-IF.
	7000-FIND-OPERATOR.
	    MOVE ZERO TO WS-OPR-FOUND-IDX.
	    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
	            UNTIL WS-OPR-IDX > WS-OPR-COUNT
	        IF WS-OPR-ENTRY(WS-OPR-IDX)(1:8) = WS-ENTRY-ID
	            MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
	        END-IF
	    END-PERFORM.
	7100-PROMPT-EXISTING-ID.
	    DISPLAY "OPERATOR ID: " NO ADVANCING.
	    ACCEPT WS-ENTRY-ID.
	    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID.
	    PERFORM 7300-RELOAD-OPERATOR.
	    IF OPERATORS-LOADED AND WS-OPR-FOUND-IDX = ZERO
	        DISPLAY "OPERATOR NOT FOUND"
	    END-IF.
	7300-RELOAD-OPERATOR.
	    PERFORM 1000-LOAD-OPERATORS.
	    IF NOT OPERATORS-LOADED
	        DISPLAY "OPERSEC NOT RELOADED, SESSION ENDED"
	        MOVE ZERO TO WS-OPR-FOUND-IDX
	        SET MAINT-IS-DONE TO TRUE
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        PERFORM 7000-FIND-OPERATOR
	        IF WS-OPR-FOUND-IDX > ZERO
	            MOVE WS-OPR-ENTRY(WS-OPR-FOUND-IDX) TO OPER-LINE
	        END-IF
	    END-IF.
	7400-LOG-OPERATOR-CHANGE.
	    MOVE SPACES TO AUD-NAME.
	    STRING "OPERATOR " OPR-ID
	        DELIMITED BY SIZE INTO AUD-NAME.
	    PERFORM 7500-LOG-AUDIT.
	7500-LOG-AUDIT.
	    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
	    MOVE WS-TERMINAL-ID TO AUD-TERMINAL-ID.
	    MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
	    MOVE WS-MAINT-ACTION TO AUD-STATUS.
	    PERFORM 7510-WRITE-AUDIT-LINE.
	7510-WRITE-AUDIT-LINE.
	    MOVE "OPERMNT" TO AUD-PROGRAM.
	    MOVE WS-AUD-RUN-ID TO AUD-RUN-ID.
	    ADD 1 TO WS-AUD-SEQUENCE.
	    MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE.
	    PERFORM 7520-HASH-AUDIT-LINE.
	    PERFORM 7560-HOLD-AUDIT-LINE.
	    MOVE ZERO TO AUD-CUST-ID.
	7520-HASH-AUDIT-LINE.
	    PERFORM 7530-HASH-AUDIT-CHAR
	        VARYING WS-AUD-HASH-IDX FROM 1 BY 1
	        UNTIL WS-AUD-HASH-IDX > 86.
	7530-HASH-AUDIT-CHAR.
	    COMPUTE WS-AUD-HASH = WS-AUD-HASH
	        + FUNCTION ORD(AUD-LINE(WS-AUD-HASH-IDX:1))
	        * WS-AUD-HASH-IDX.
	7540-WRITE-AUDIT-TRAILER.
	    IF WS-AUD-SEQUENCE > ZERO
	        MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
	        MOVE SPACES TO AUD-NAME
	        MOVE WS-AUD-SEQUENCE TO AUD-TRL-COUNT
	        MOVE WS-AUD-HASH TO AUD-TRL-HASH
	        MOVE "TRAILER" TO AUD-STATUS
	        MOVE ZERO TO AUD-CUST-ID
	        MOVE "OPERMNT" TO AUD-PROGRAM
	        MOVE WS-AUD-RUN-ID TO AUD-RUN-ID
	        ADD 1 TO WS-AUD-SEQUENCE
	        MOVE WS-AUD-SEQUENCE TO AUD-SEQUENCE
	        PERFORM 7560-HOLD-AUDIT-LINE
	        MOVE ZERO TO WS-AUD-SEQUENCE
	        MOVE ZERO TO WS-AUD-HASH
	    END-IF.
	7550-START-AUDIT-RUN.
	    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-AUD-RUN-ID.
	    MOVE ZERO TO WS-AUD-SEQUENCE.
	    MOVE ZERO TO WS-AUD-HASH.
	7560-HOLD-AUDIT-LINE.
	    IF WS-AUD-PEND-COUNT < 20
	        ADD 1 TO WS-AUD-PEND-COUNT
	        MOVE AUD-LINE TO WS-AUD-PEND-LINE(WS-AUD-PEND-COUNT)
	    ELSE
	        DISPLAY "AUDIT LINE TABLE FULL"
	        ADD 1 TO WS-AUD-LOST-COUNT
	    END-IF.
	7700-FLUSH-AUDIT-LINES.
	    IF WS-AUD-PEND-COUNT > ZERO
	        PERFORM 0300-TAKE-RUN-LOCK
	        IF RUN-LOCK-TAKEN
	            PERFORM 7720-APPEND-AUDIT-LINES
	            PERFORM 0350-RELEASE-RUN-LOCK
	        ELSE
	            DISPLAY "AUDIT LINES HELD UNTIL RUN LOCK IS FREE"
	        END-IF
	    END-IF.
	7720-APPEND-AUDIT-LINES.
	    OPEN EXTEND AUDIT-FILE.
	    IF WS-AUDIT-STATUS NOT = "00"
	        OPEN OUTPUT AUDIT-FILE
	    END-IF.
	    IF WS-AUDIT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDIT FILE " WS-AUDIT-STATUS
	    ELSE
	        PERFORM 7730-WRITE-PENDING-LINE
	            VARYING WS-AUD-PEND-IDX FROM 1 BY 1
	            UNTIL WS-AUD-PEND-IDX > WS-AUD-PEND-COUNT
	        CLOSE AUDIT-FILE
	        MOVE ZERO TO WS-AUD-PEND-COUNT
	    END-IF.
	7730-WRITE-PENDING-LINE.
	    WRITE AUDIT-RECORD FROM WS-AUD-PEND-LINE(WS-AUD-PEND-IDX).
	    IF WS-AUDIT-STATUS NOT = "00"
	        DISPLAY "AUDIT WRITE FAILED " WS-AUDIT-STATUS
	        ADD 1 TO WS-AUD-LOST-COUNT
	    END-IF.
	7800-RETRY-AUDIT-LINES.
	    DISPLAY "RETRY AUDIT WRITE (Y/N): " NO ADVANCING.
	    ACCEPT WS-AUD-RETRY.
	    MOVE FUNCTION UPPER-CASE(WS-AUD-RETRY) TO WS-AUD-RETRY.
	    IF WS-AUD-RETRY = "Y"
	        PERFORM 7700-FLUSH-AUDIT-LINES
	    END-IF.
	8000-REWRITE-OPERATORS.
	    MOVE "N" TO WS-SAVE-SWITCH.
	    OPEN OUTPUT OPERATOR-FILE.
	    IF WS-OPERATOR-STATUS NOT = "00"
	        DISPLAY "UNABLE TO REWRITE OPERSEC " WS-OPERATOR-STATUS
	        MOVE 12 TO RETURN-CODE
	        SET MAINT-IS-DONE TO TRUE
	    ELSE
	        PERFORM 8100-WRITE-OPERATOR-LINE
	            VARYING WS-OPR-IDX FROM 1 BY 1
	            UNTIL WS-OPR-IDX > WS-OPR-COUNT
	        CLOSE OPERATOR-FILE
	        SET OPERATORS-SAVED TO TRUE
	    END-IF.
	8100-WRITE-OPERATOR-LINE.
	    WRITE OPERATOR-RECORD FROM WS-OPR-ENTRY(WS-OPR-IDX).
