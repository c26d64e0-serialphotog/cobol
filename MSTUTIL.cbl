      * Master file utility - unload, reload, verify and number control
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MSTUTIL.
	AUTHOR. Adam Thompson.
	    SELECT PARM-FILE ASSIGN TO "MSTUPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT NUMCTL-FILE ASSIGN TO "CUSTNUM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMCTL-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  MASTER-FILE.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  NUMCTL-FILE.
	01  NUMCTL-RECORD pic x(38).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY LOCKREC.
	COPY NUMCTL.
	01 WS-MASTER-STATUS pic x(2).
	01 WS-BACKUP-STATUS pic x(2).
	01 WS-BACKUP-NAME pic x(30).
	    88 UNLOAD-MODE value "U".
	    88 RELOAD-MODE value "R".
	    88 VERIFY-MODE value "V".
	    88 NUMBER-MODE value "N".
	01 WS-CONFIRM pic x.
	01 WS-PARM-STATUS pic x(2).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	01 WS-PREV-ID pic 9(6).
	01 WS-FIRST-SWITCH pic x value "Y".
	    88 FIRST-RECORD value "Y".
	01 WS-NUMCTL-STATUS pic x(2).
	01 WS-PROTECT-LOW pic 9(6) value zero.
	01 WS-PROTECT-HIGH pic 9(6) value zero.
	01 WS-HIGH-ID pic 9(6) value zero.
	01 WS-PROTLOW-SWITCH pic x value "N".
	    88 PROTLOW-SEEN value "Y".
	01 WS-PROTHIGH-SWITCH pic x value "N".
	    88 PROTHIGH-SEEN value "Y".
	01 WS-PROTECT-VALUE pic x(6).
	01 WS-PROTECT-NUMBER pic 9(6).
	01 WS-PROTECT-VALID pic x.
	01 WS-PROTECT-SUB pic 9.
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0100-READ-PARAMETERS.
	    IF NOT RUN-ABORTED AND NOT PARMS-SUPPLIED
	        DISPLAY "ENTER MODE (U=UNLOAD R=RELOAD V=VERIFY"
	            " N=NUMBER CONTROL): " NO ADVANCING
	        ACCEPT WS-RUN-MODE
	        MOVE FUNCTION UPPER-CASE(WS-RUN-MODE)
	            TO WS-RUN-MODE
	                PERFORM 2000-RELOAD-MASTER
	            WHEN VERIFY-MODE
	                PERFORM 3000-VERIFY-MASTER
	            WHEN NUMBER-MODE
	                PERFORM 4000-SET-NUMBER-CONTROL
	            WHEN OTHER
	                DISPLAY "INVALID MODE"
	                SET RUN-ABORTED TO TRUE
	        END-EVALUATE
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        IF WS-ERROR-COUNT > ZERO
	            MOVE 8 TO RETURN-CODE
	        END-IF
	    END-IF.
	    STOP RUN.
	0100-READ-PARAMETERS.
	            MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:1))
	                TO WS-RUN-MODE
	            IF UNLOAD-MODE OR RELOAD-MODE OR VERIFY-MODE
	                    OR NUMBER-MODE
	                SET MODE-SEEN TO TRUE
	            ELSE
	                DISPLAY "BAD MODE VALUE " PARM-VALUE
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            END-IF
	        WHEN "PROTLOW"
	            IF PARM-VALUE(1:6) IS NUMERIC
	                MOVE PARM-VALUE(1:6) TO WS-PROTECT-LOW
	                SET PROTLOW-SEEN TO TRUE
	            ELSE
	                DISPLAY "BAD PROTLOW VALUE " PARM-VALUE
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            END-IF
	        WHEN "PROTHIGH"
	            IF PARM-VALUE(1:6) IS NUMERIC
	                MOVE PARM-VALUE(1:6) TO WS-PROTECT-HIGH
	                SET PROTHIGH-SEEN TO TRUE
	            ELSE
	                DISPLAY "BAD PROTHIGH VALUE " PARM-VALUE
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	    END-EVALUATE.
	0300-TAKE-RUN-LOCK.
	    MOVE "N" TO WS-LOCK-SWITCH.
	    PERFORM 0310-READ-RUN-LOCK.
	    IF LOCK-IS-HELD
	        DISPLAY "MASTER FILE IN USE BY " LCK-PROGRAM
	            " TERMINAL " LCK-TERMINAL-ID
	            " SINCE " LCK-DATE " " LCK-TIME
	    ELSE
	        MOVE "Y" TO LCK-HELD-FLAG
	        MOVE "MSTUTIL" TO LCK-PROGRAM
	        MOVE "MSTUTIL" TO LCK-TERMINAL-ID
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
	        IF LOCK-IS-HELD AND LCK-PROGRAM = "MSTUTIL"
	                AND LCK-TERMINAL-ID = "MSTUTIL"
	            MOVE "N" TO LCK-HELD-FLAG
	            PERFORM 0320-WRITE-RUN-LOCK
	        END-IF
	        MOVE "N" TO WS-LOCK-SWITCH
	    END-IF.
	1000-UNLOAD-MASTER.
	    STRING "MSTBKP-" FUNCTION CURRENT-DATE(1:8) ".DAT"
	        DELIMITED BY SIZE INTO WS-BACKUP-NAME.
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 0300-TAKE-RUN-LOCK
	        IF NOT RUN-LOCK-TAKEN
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        OPEN INPUT BACKUP-FILE
	        IF WS-BACKUP-STATUS NOT = "00"
	            CLOSE BACKUP-FILE
	        END-IF
	    END-IF.
	    PERFORM 0350-RELEASE-RUN-LOCK.
	2100-RELOAD-RECORD.
	    READ BACKUP-FILE INTO WS-BKP-RECORD
	        AT END
	    COMPUTE WS-HASH-TOTAL =
	        FUNCTION MOD(WS-HASH-TOTAL + CUST-ID
	        1000000000000).
	4000-SET-NUMBER-CONTROL.
	    PERFORM 0300-TAKE-RUN-LOCK.
	    IF NOT RUN-LOCK-TAKEN
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 4010-READ-NUMBER-CONTROL
	        IF NOT PARMS-SUPPLIED
	            PERFORM 4020-PROMPT-PROTECT-RANGE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        IF NOT PROTLOW-SEEN
	            MOVE NUM-PROTECT-LOW TO WS-PROTECT-LOW
	        END-IF
	        IF NOT PROTHIGH-SEEN
	            MOVE NUM-PROTECT-HIGH TO WS-PROTECT-HIGH
	        END-IF
	        IF WS-PROTECT-HIGH < WS-PROTECT-LOW
	            DISPLAY "PROTECTED RANGE HIGH IS BELOW LOW"
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        OPEN INPUT MASTER-FILE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN MASTER FILE "
	                WS-MASTER-STATUS
	            SET RUN-ABORTED TO TRUE
	        ELSE
	            PERFORM 4100-FIND-HIGH-ID UNTIL END-OF-INPUT
	            CLOSE MASTER-FILE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 4200-WRITE-NUMBER-CONTROL
	    END-IF.
	    PERFORM 0350-RELEASE-RUN-LOCK.
	4010-READ-NUMBER-CONTROL.
	    MOVE ZERO TO NUM-LAST-ISSUED.
	    MOVE ZERO TO NUM-PROTECT-LOW.
	    MOVE ZERO TO NUM-PROTECT-HIGH.
	    OPEN INPUT NUMCTL-FILE.
	    IF WS-NUMCTL-STATUS = "00"
	        READ NUMCTL-FILE INTO NUM-CONTROL-LINE
	            AT END
	                MOVE ZERO TO NUM-LAST-ISSUED
	        END-READ
	        CLOSE NUMCTL-FILE
	    END-IF.
	    IF NUM-LAST-ISSUED NOT NUMERIC
	        MOVE ZERO TO NUM-LAST-ISSUED
	    END-IF.
	    IF NUM-PROTECT-LOW NOT NUMERIC
	            OR NUM-PROTECT-HIGH NOT NUMERIC
	        MOVE ZERO TO NUM-PROTECT-LOW
	        MOVE ZERO TO NUM-PROTECT-HIGH
	    END-IF.
	4020-PROMPT-PROTECT-RANGE.
	    DISPLAY "PROTECTED RANGE NOW:  " NUM-PROTECT-LOW
	        " - " NUM-PROTECT-HIGH.
	    DISPLAY "PROTECTED RANGE LOW (BLANK=KEEP 0=NONE): "
	        NO ADVANCING.
	    MOVE SPACES TO WS-PROTECT-VALUE.
	    ACCEPT WS-PROTECT-VALUE.
	    IF WS-PROTECT-VALUE NOT = SPACES
	        PERFORM 4050-EDIT-PROTECT-VALUE
	        IF NOT RUN-ABORTED
	            MOVE WS-PROTECT-NUMBER TO WS-PROTECT-LOW
	            SET PROTLOW-SEEN TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        DISPLAY "PROTECTED RANGE HIGH (BLANK=KEEP 0=NONE): "
	            NO ADVANCING
	        MOVE SPACES TO WS-PROTECT-VALUE
	        ACCEPT WS-PROTECT-VALUE
	        IF WS-PROTECT-VALUE NOT = SPACES
	            PERFORM 4050-EDIT-PROTECT-VALUE
	            IF NOT RUN-ABORTED
	                MOVE WS-PROTECT-NUMBER TO WS-PROTECT-HIGH
	                SET PROTHIGH-SEEN TO TRUE
	            END-IF
	        END-IF
	    END-IF.
	4050-EDIT-PROTECT-VALUE.
	    MOVE "Y" TO WS-PROTECT-VALID.
	    PERFORM VARYING WS-PROTECT-SUB FROM 1 BY 1
	            UNTIL WS-PROTECT-SUB > 6
	        IF WS-PROTECT-VALUE(WS-PROTECT-SUB:1) NOT = SPACE
	                AND WS-PROTECT-VALUE(WS-PROTECT-SUB:1)
	                    IS NOT NUMERIC
	            MOVE "N" TO WS-PROTECT-VALID
	        END-IF
	    END-PERFORM.
	    IF WS-PROTECT-VALID = "N"
	        DISPLAY "INVALID PROTECTED RANGE " WS-PROTECT-VALUE
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        COMPUTE WS-PROTECT-NUMBER =
	            FUNCTION NUMVAL(WS-PROTECT-VALUE)
	    END-IF.
	4100-FIND-HIGH-ID.
	    READ MASTER-FILE NEXT RECORD
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            ADD 1 TO WS-RECORD-COUNT
	            IF WS-PROTECT-HIGH > ZERO
	                    AND CUST-ID >= WS-PROTECT-LOW
	                    AND CUST-ID <= WS-PROTECT-HIGH
	                CONTINUE
	            ELSE
	                IF CUST-ID > WS-HIGH-ID
	                    MOVE CUST-ID TO WS-HIGH-ID
	                END-IF
	            END-IF
	    END-READ.
	    IF WS-MASTER-STATUS NOT = "00"
	            AND WS-MASTER-STATUS NOT = "02"
	        MOVE "Y" TO WS-EOF-SWITCH
	    END-IF.
	4200-WRITE-NUMBER-CONTROL.
	    IF WS-HIGH-ID > NUM-LAST-ISSUED
	        MOVE WS-HIGH-ID TO NUM-LAST-ISSUED
	    END-IF.
	    MOVE WS-PROTECT-LOW TO NUM-PROTECT-LOW.
	    MOVE WS-PROTECT-HIGH TO NUM-PROTECT-HIGH.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-LAST-DATE.
	    MOVE "MSTUTIL" TO NUM-LAST-PROGRAM.
	    OPEN OUTPUT NUMCTL-FILE.
	    IF WS-NUMCTL-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN CUSTNUM " WS-NUMCTL-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        WRITE NUMCTL-RECORD FROM NUM-CONTROL-LINE
	        IF WS-NUMCTL-STATUS NOT = "00"
	            DISPLAY "UNABLE TO WRITE CUSTNUM "
	                WS-NUMCTL-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	        CLOSE NUMCTL-FILE
	    END-IF.
	    IF NOT RUN-ABORTED
	        DISPLAY "RECORDS SCANNED:  " WS-RECORD-COUNT
	        DISPLAY "HIGHEST ID:       " WS-HIGH-ID
	        DISPLAY "LAST ISSUED SET:  " NUM-LAST-ISSUED
	        DISPLAY "PROTECTED RANGE:  " NUM-PROTECT-LOW
	            " - " NUM-PROTECT-HIGH
	    END-IF.
