      * Job stream controller - run steps, check codes, restart
	IDENTIFICATION DIVISION.
	PROGRAM-ID. JOBCTL.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT STREAM-FILE ASSIGN USING WS-STREAM-NAME
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-STREAM-STATUS.
	    SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-JOBLOG-STATUS.
	    SELECT RESTART-FILE ASSIGN TO "JOBRSTRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-RESTART-STATUS.
	    SELECT PARM-FILE ASSIGN TO "JOBCPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  STREAM-FILE.
	01  STREAM-RECORD pic x(101).
	FD  JOBLOG-FILE.
	01  JOBLOG-RECORD pic x(81).
	FD  RESTART-FILE.
	01  RESTART-RECORD pic x(36).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	WORKING-STORAGE SECTION.
	COPY JOBREC.
	01 WS-STREAM-NAME pic x(12) value "JOBSTRM.DAT".
	01 WS-STREAM-STATUS pic x(2).
	01 WS-JOBLOG-STATUS pic x(2).
	01 WS-RESTART-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-STREAM value "Y".
	01 WS-RST-EOF-SWITCH pic x value "N".
	    88 END-OF-RESTART value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-RESTART-REQUEST pic x(8) value spaces.
	01 WS-RESTART-STEP pic x(8) value spaces.
	01 WS-STEP-TABLE.
	    02 WS-STEP-ENTRY occurs 50.
	        03 WS-STEP-LINE pic x(101).
	        03 WS-STEP-STATUS pic x(8).
	        03 WS-STEP-RC pic 9(3).
	01 WS-STEP-COUNT pic 9(2) value zero.
	01 WS-STEP-IDX pic 9(2).
	01 WS-DEP-IDX pic 9(2).
	01 WS-FOUND-IDX pic 9(2).
	01 WS-RESTART-IDX pic 9(2) value 1.
	01 WS-RST-TABLE.
	    02 WS-RST-ENTRY occurs 20 pic x(36).
	01 WS-RST-COUNT pic 9(2) value zero.
	01 WS-RST-IDX pic 9(2).
	01 WS-RUN-ID pic 9(14).
	01 WS-NOW pic x(21).
	01 WS-MAX-RC pic 9(2).
	01 WS-SYSTEM-RC pic s9(9).
	01 WS-STEP-RC-WORK pic 9(3).
	01 WS-HIGH-RC pic 9(3) value zero.
	01 WS-FAILED-COUNT pic 9(2) value zero.
	01 WS-SKIPPED-COUNT pic 9(2) value zero.
	01 WS-FIRST-FAILED pic x(8) value spaces.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 1000-GET-PARMS.
	    IF NOT RUN-ABORTED
	        PERFORM 1500-LOAD-STREAM
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1800-LOAD-RESTART-POINTS
	        PERFORM 1900-FIND-RESTART-STEP
	    END-IF.
	    IF NOT RUN-ABORTED
	        MOVE FUNCTION CURRENT-DATE TO WS-NOW
	        MOVE WS-NOW(1:14) TO WS-RUN-ID
	        DISPLAY "JOB STREAM " WS-STREAM-NAME " RUN " WS-RUN-ID
	        OPEN EXTEND JOBLOG-FILE
	        IF WS-JOBLOG-STATUS NOT = "00"
	            OPEN OUTPUT JOBLOG-FILE
	        END-IF
	        PERFORM 2000-RUN-ONE-STEP
	            VARYING WS-STEP-IDX FROM 1 BY 1
	            UNTIL WS-STEP-IDX > WS-STEP-COUNT
	        CLOSE JOBLOG-FILE
	        PERFORM 3000-SAVE-RESTART-POINT
	        PERFORM 4000-SHOW-SUMMARY
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        IF (WS-FAILED-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO)
	                AND WS-HIGH-RC < 8
	            MOVE 8 TO WS-HIGH-RC
	        END-IF
	        IF WS-HIGH-RC > 12
	            MOVE 12 TO WS-HIGH-RC
	        END-IF
	        MOVE WS-HIGH-RC TO RETURN-CODE
	    END-IF.
	    STOP RUN.
	1000-GET-PARMS.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	        PERFORM 1100-READ-PARM-CARD UNTIL END-OF-PARMS
	        CLOSE PARM-FILE
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
	        WHEN "STREAM"
	            IF PARM-VALUE(1:12) NOT = SPACES
	                MOVE PARM-VALUE(1:12) TO WS-STREAM-NAME
	            ELSE
	                DISPLAY "BAD STREAM VALUE"
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            END-IF
	        WHEN "RESTART"
	            MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
	                TO WS-RESTART-REQUEST
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " PARM-KEYWORD
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	    END-EVALUATE.
	1500-LOAD-STREAM.
	    OPEN INPUT STREAM-FILE.
	    IF WS-STREAM-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN STREAM " WS-STREAM-NAME " "
	            WS-STREAM-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        PERFORM 1600-LOAD-STEP UNTIL END-OF-STREAM
	        CLOSE STREAM-FILE
	    END-IF.
	    IF NOT RUN-ABORTED AND WS-STEP-COUNT = ZERO
	        DISPLAY "NO STEPS IN STREAM " WS-STREAM-NAME
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	1600-LOAD-STEP.
	    READ STREAM-FILE INTO JOB-STEP-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF JS-STEP-NAME NOT = SPACES
	                    AND JS-STEP-NAME(1:1) NOT = "*"
	                PERFORM 1700-ADD-STEP
	            END-IF
	    END-READ.
	1700-ADD-STEP.
	    IF WS-STEP-COUNT >= 50
	        DISPLAY "TOO MANY STEPS IN STREAM"
	        SET RUN-ABORTED TO TRUE
	        MOVE "Y" TO WS-EOF-SWITCH
	    ELSE
	        IF JS-DEPENDS-ON NOT = SPACES
	            PERFORM 1750-FIND-DEPENDENCY
	            IF WS-FOUND-IDX = ZERO
	                DISPLAY "STEP " JS-STEP-NAME " DEPENDS ON "
	                    JS-DEPENDS-ON ", NOT AN EARLIER STEP"
	                SET RUN-ABORTED TO TRUE
	            END-IF
	        END-IF
	        IF JS-MAX-RC NOT NUMERIC
	            MOVE "04" TO JS-MAX-RC
	        END-IF
	        IF JS-COMMAND = SPACES
	            DISPLAY "NO COMMAND FOR STEP " JS-STEP-NAME
	            SET RUN-ABORTED TO TRUE
	        END-IF
	        ADD 1 TO WS-STEP-COUNT
	        MOVE JOB-STEP-LINE TO WS-STEP-LINE(WS-STEP-COUNT)
	        MOVE "PENDING" TO WS-STEP-STATUS(WS-STEP-COUNT)
	        MOVE ZERO TO WS-STEP-RC(WS-STEP-COUNT)
	    END-IF.
	1750-FIND-DEPENDENCY.
	    MOVE ZERO TO WS-FOUND-IDX.
	    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
	            UNTIL WS-DEP-IDX > WS-STEP-COUNT
	        IF WS-STEP-LINE(WS-DEP-IDX)(1:8) = JS-DEPENDS-ON
	            MOVE WS-DEP-IDX TO WS-FOUND-IDX
	        END-IF
	    END-PERFORM.
	1800-LOAD-RESTART-POINTS.
	    OPEN INPUT RESTART-FILE.
	    IF WS-RESTART-STATUS = "00"
	        PERFORM 1850-LOAD-RESTART-LINE UNTIL END-OF-RESTART
	        CLOSE RESTART-FILE
	    END-IF.
	1850-LOAD-RESTART-LINE.
	    READ RESTART-FILE INTO JOB-RESTART-LINE
	        AT END
	            MOVE "Y" TO WS-RST-EOF-SWITCH
	        NOT AT END
	            IF JR-STREAM-NAME = WS-STREAM-NAME
	                MOVE JR-STEP-NAME TO WS-RESTART-STEP
	            ELSE
	                IF WS-RST-COUNT < 20
	                    ADD 1 TO WS-RST-COUNT
	                    MOVE JOB-RESTART-LINE
	                        TO WS-RST-ENTRY(WS-RST-COUNT)
	                END-IF
	            END-IF
	    END-READ.
	1900-FIND-RESTART-STEP.
	    IF WS-RESTART-REQUEST = "Y"
	        IF WS-RESTART-STEP = SPACES
	            DISPLAY "NO RESTART POINT RECORDED FOR "
	                WS-STREAM-NAME
	            SET RUN-ABORTED TO TRUE
	        ELSE
	            MOVE WS-RESTART-STEP TO WS-RESTART-REQUEST
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED AND WS-RESTART-REQUEST NOT = SPACES
	        MOVE WS-RESTART-REQUEST TO JS-DEPENDS-ON
	        PERFORM 1750-FIND-DEPENDENCY
	        IF WS-FOUND-IDX = ZERO
	            DISPLAY "RESTART STEP " WS-RESTART-REQUEST
	                " IS NOT IN STREAM " WS-STREAM-NAME
	            SET RUN-ABORTED TO TRUE
	        ELSE
	            MOVE WS-FOUND-IDX TO WS-RESTART-IDX
	            DISPLAY "RESTARTING AT STEP " WS-RESTART-REQUEST
	        END-IF
	    END-IF.
	2000-RUN-ONE-STEP.
	    MOVE WS-STEP-LINE(WS-STEP-IDX) TO JOB-STEP-LINE.
	    MOVE ZERO TO WS-STEP-RC-WORK.
	    MOVE FUNCTION CURRENT-DATE TO WS-NOW.
	    MOVE WS-NOW(1:8) TO JL-START-DATE.
	    MOVE WS-NOW(9:6) TO JL-START-TIME.
	    IF WS-STEP-IDX < WS-RESTART-IDX
	        MOVE "BYPASSED" TO WS-STEP-STATUS(WS-STEP-IDX)
	    ELSE
	        PERFORM 2100-CHECK-DEPENDENCY
	        IF WS-STEP-STATUS(WS-STEP-IDX) = "SKIPPED"
	            ADD 1 TO WS-SKIPPED-COUNT
	            DISPLAY "STEP " JS-STEP-NAME " SKIPPED, "
	                JS-DEPENDS-ON " DID NOT COMPLETE"
	        ELSE
	            PERFORM 2200-EXECUTE-STEP
	        END-IF
	    END-IF.
	    MOVE FUNCTION CURRENT-DATE TO WS-NOW.
	    MOVE WS-NOW(1:8) TO JL-END-DATE.
	    MOVE WS-NOW(9:6) TO JL-END-TIME.
	    MOVE WS-STEP-RC-WORK TO WS-STEP-RC(WS-STEP-IDX).
	    PERFORM 2500-LOG-STEP.
	2100-CHECK-DEPENDENCY.
	    MOVE "PENDING" TO WS-STEP-STATUS(WS-STEP-IDX).
	    IF JS-DEPENDS-ON NOT = SPACES
	        PERFORM 1750-FIND-DEPENDENCY
	        IF WS-STEP-STATUS(WS-FOUND-IDX) = "FAILED"
	                OR WS-STEP-STATUS(WS-FOUND-IDX) = "SKIPPED"
	            MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-IDX)
	        END-IF
	    END-IF.
	2200-EXECUTE-STEP.
	    DISPLAY "STEP " JS-STEP-NAME " STARTED " WS-NOW(9:6).
	    CALL "SYSTEM" USING JS-COMMAND.
	    MOVE RETURN-CODE TO WS-SYSTEM-RC.
	    MOVE ZERO TO RETURN-CODE.
	    IF WS-SYSTEM-RC < ZERO
	        MOVE 999 TO WS-STEP-RC-WORK
	    ELSE
	        IF WS-SYSTEM-RC > 255
	            DIVIDE 256 INTO WS-SYSTEM-RC
	        END-IF
	        MOVE WS-SYSTEM-RC TO WS-STEP-RC-WORK
	    END-IF.
	    MOVE JS-MAX-RC TO WS-MAX-RC.
	    IF WS-STEP-RC-WORK > WS-MAX-RC
	        MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IDX)
	        ADD 1 TO WS-FAILED-COUNT
	        IF WS-FIRST-FAILED = SPACES
	            MOVE JS-STEP-NAME TO WS-FIRST-FAILED
	        END-IF
	    ELSE
	        IF WS-STEP-RC-WORK = ZERO
	            MOVE "COMPLETE" TO WS-STEP-STATUS(WS-STEP-IDX)
	        ELSE
	            MOVE "WARNING" TO WS-STEP-STATUS(WS-STEP-IDX)
	        END-IF
	    END-IF.
	    IF WS-STEP-RC-WORK > WS-HIGH-RC
	        MOVE WS-STEP-RC-WORK TO WS-HIGH-RC
	    END-IF.
	    DISPLAY "STEP " JS-STEP-NAME " ENDED RC " WS-STEP-RC-WORK
	        " " WS-STEP-STATUS(WS-STEP-IDX).
	2500-LOG-STEP.
	    MOVE WS-RUN-ID TO JL-RUN-ID.
	    MOVE WS-STREAM-NAME TO JL-STREAM-NAME.
	    MOVE JS-STEP-NAME TO JL-STEP-NAME.
	    MOVE WS-STEP-RC-WORK TO JL-RETURN-CODE.
	    MOVE WS-STEP-STATUS(WS-STEP-IDX) TO JL-STEP-STATUS.
	    WRITE JOBLOG-RECORD FROM JOB-LOG-LINE.
	    IF WS-JOBLOG-STATUS NOT = "00"
	        DISPLAY "JOBLOG WRITE FAILED " WS-JOBLOG-STATUS
	    END-IF.
	3000-SAVE-RESTART-POINT.
	    OPEN OUTPUT RESTART-FILE.
	    IF WS-RESTART-STATUS NOT = "00"
	        DISPLAY "UNABLE TO WRITE JOBRSTRT " WS-RESTART-STATUS
	    ELSE
	        PERFORM 3100-WRITE-RESTART-LINE
	            VARYING WS-RST-IDX FROM 1 BY 1
	            UNTIL WS-RST-IDX > WS-RST-COUNT
	        IF WS-FIRST-FAILED NOT = SPACES
	            MOVE WS-STREAM-NAME TO JR-STREAM-NAME
	            MOVE WS-FIRST-FAILED TO JR-STEP-NAME
	            MOVE WS-RUN-ID TO JR-RUN-ID
	            WRITE RESTART-RECORD FROM JOB-RESTART-LINE
	        END-IF
	        CLOSE RESTART-FILE
	    END-IF.
	3100-WRITE-RESTART-LINE.
	    WRITE RESTART-RECORD FROM WS-RST-ENTRY(WS-RST-IDX).
	4000-SHOW-SUMMARY.
	    DISPLAY "STEPS IN STREAM: " WS-STEP-COUNT.
	    DISPLAY "STEPS FAILED:    " WS-FAILED-COUNT.
	    DISPLAY "STEPS SKIPPED:   " WS-SKIPPED-COUNT.
	    DISPLAY "HIGHEST RC:      " WS-HIGH-RC.
	    IF WS-FIRST-FAILED NOT = SPACES
	        DISPLAY "RESTART POINT:   " WS-FIRST-FAILED
	    END-IF.
