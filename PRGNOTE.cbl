      * Pre-purge notices - inactive customers nearing retention
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PRGNOTE.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS CUST-ID
	        ALTERNATE RECORD KEY IS CUST-NAME
	            WITH DUPLICATES
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT HOLD-FILE ASSIGN TO "PURGHOLD.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-HOLD-STATUS.
	    SELECT PARM-FILE ASSIGN TO "RUNPARMS.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT PURGE-PARM-FILE ASSIGN TO "PURGPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PURGE-PARM-STATUS.
	    SELECT REPORT-FILE ASSIGN TO "PRGNOTE.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REPORT-STATUS.
	    SELECT LETTER-FILE ASSIGN TO "PRGLTR.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LETTER-STATUS.
	    SELECT NOTICE-SORTED-FILE ASSIGN TO "PRGNSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NSRT-STATUS.
	    SELECT NOTICE-SORT ASSIGN TO "SORTWK1".
	    SELECT LTRLOG-FILE ASSIGN TO "LTRLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LTRLOG-STATUS.
	    SELECT LOG-SORTED-FILE ASSIGN TO "PRGLSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LSRT-STATUS.
	    SELECT LOG-SORT ASSIGN TO "SORTWK2".
	DATA DIVISION.
	FILE SECTION.
	FD  MASTER-FILE.
	    COPY CUSTREC.
	FD  HOLD-FILE.
	01  HOLD-RECORD pic x(64).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  PURGE-PARM-FILE.
	01  PURGE-PARM-CARD.
	    02  PPARM-KEYWORD pic x(12).
	    02  PPARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	FD  LETTER-FILE.
	01  LETTER-RECORD pic x(80).
	FD  NOTICE-SORTED-FILE.
	01  NOTICE-SORTED-RECORD.
	    02  NSR-DAYS-LEFT pic 9(4).
	    02  NSR-CUST-ID pic 9(6).
	    02  NSR-NAME pic x(30).
	    02  NSR-STATUS-DATE pic 9(8).
	    02  NSR-PURGE-DATE pic 9(8).
	    02  NSR-HOLD-FLAG pic x(1).
	    02  NSR-HOLD-EXPIRY pic 9(8).
	    02  NSR-NOTICE-DATE pic 9(8).
	SD  NOTICE-SORT.
	01  NOTICE-SORT-RECORD.
	    02  SRT-DAYS-LEFT pic 9(4).
	    02  SRT-CUST-ID pic 9(6).
	    02  SRT-NAME pic x(30).
	    02  SRT-STATUS-DATE pic 9(8).
	    02  SRT-PURGE-DATE pic 9(8).
	    02  SRT-HOLD-FLAG pic x(1).
	    02  SRT-HOLD-EXPIRY pic 9(8).
	    02  SRT-NOTICE-DATE pic 9(8).
	FD  LTRLOG-FILE.
	01  LTRLOG-RECORD pic x(90).
	FD  LOG-SORTED-FILE.
	01  LOG-SORTED-RECORD.
	    02  SLR-CUST-ID pic 9(6).
	    02  filler pic x(1).
	    02  SLR-TYPE pic x(8).
	    02  filler pic x(10).
	    02  SLR-ISSUE-DATE pic 9(8).
	    02  filler pic x(57).
	SD  LOG-SORT.
	01  LOG-SORT-RECORD.
	    02  LSR-CUST-ID pic 9(6).
	    02  filler pic x(19).
	    02  LSR-ISSUE-DATE pic 9(8).
	    02  filler pic x(57).
	WORKING-STORAGE SECTION.
	COPY RUNPARM.
	COPY HOLDREC.
	COPY LTRREC.
	01 WS-MASTER-STATUS pic x(2).
	01 WS-HOLD-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-PURGE-PARM-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-LETTER-STATUS pic x(2).
	01 WS-NSRT-STATUS pic x(2).
	01 WS-LTRLOG-STATUS pic x(2).
	01 WS-LSRT-STATUS pic x(2).
	01 WS-LOG-PRESENT pic x value "N".
	    88 LOG-IS-PRESENT value "Y".
	01 WS-LOG-ID pic 9(7).
	01 WS-LOG-TYPE pic x(8).
	01 WS-LOG-ISSUE-DATE pic 9(8).
	01 WS-LAST-NOTICE-DATE pic 9(8).
	01 WS-RUN-ID pic x(16).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-PURGE-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PURGE-PARMS value "Y".
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-INPUT value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-RETENTION-SEEN pic x value "N".
	    88 RETENTION-SEEN value "Y".
	01 WS-RETENTION-VALUE pic x(3).
	01 WS-RETENTION-DAYS pic 9(3).
	01 WS-WARN-DAYS pic 9(3) value 30.
	01 WS-DAYS-VALUE pic x(3).
	01 WS-DAYS-SUB pic 9(1).
	01 WS-DAYS-VALID pic x.
	01 WS-TODAY pic 9(8).
	01 WS-TODAY-INT pic 9(8).
	01 WS-STATUS-INT pic 9(8).
	01 WS-IDLE-DAYS pic s9(5).
	01 WS-DAYS-LEFT pic s9(5).
	01 WS-HLD-TABLE.
	    02 WS-HLD-ENTRY occurs 500 pic x(64).
	01 WS-HLD-COUNT pic 9(4) value zero.
	01 WS-HLD-IDX pic 9(4).
	01 WS-HLD-EOF-SWITCH pic x value "N".
	    88 END-OF-HOLDS value "Y".
	01 WS-PENDING-COUNT pic 9(6) value zero.
	01 WS-NOTICE-COUNT pic 9(6) value zero.
	01 WS-HELD-COUNT pic 9(6) value zero.
	01 WS-NOTIFIED-COUNT pic 9(6) value zero.
	01 WS-LINE-COUNT pic 9(2) value zero.
	01 WS-PAGE-COUNT pic 9(4) value zero.
	01 WS-MAX-LINES-PER-PAGE pic 9(2) value 20.
	01 WS-HEADING-1.
	    02 filler pic x(22) value "PENDING PURGE NOTICES ".
	    02 WH1-DATE pic 9999/99/99.
	    02 filler pic x(10) value spaces.
	    02 filler pic x(6) value "PAGE  ".
	    02 WH1-PAGE pic zzz9.
	01 WS-HEADING-2.
	    02 filler pic x(17) value "RETENTION PERIOD ".
	    02 WH2-RETENTION pic zz9.
	    02 filler pic x(16) value " DAYS   WARNING ".
	    02 WH2-WARN pic zz9.
	    02 filler pic x(5) value " DAYS".
	01 WS-HEADING-3.
	    02 filler pic x(6) value "DAYS".
	    02 filler pic x(8) value "CUST ID".
	    02 filler pic x(31) value "NAME".
	    02 filler pic x(11) value "INACTIVE".
	    02 filler pic x(11) value "PURGE DATE".
	    02 filler pic x(12) value "NOTICE".
	01 WS-DETAIL-LINE.
	    02 WD-DAYS pic zzz9.
	    02 filler pic x(2) value spaces.
	    02 WD-ID pic zzzzz9.
	    02 filler pic x(2) value spaces.
	    02 WD-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WD-SINCE pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WD-PURGE pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WD-NOTE pic x(12).
	01 WS-BLANK-LINE pic x(80) value spaces.
	01 WS-FOOTER-1.
	    02 filler pic x(25) value "NOTICES PRINTED: ".
	    02 WF1-COUNT pic zzzzz9.
	01 WS-FOOTER-2.
	    02 filler pic x(25) value "HELD, NO NOTICE: ".
	    02 WF2-COUNT pic zzzzz9.
	01 WS-FOOTER-3.
	    02 filler pic x(25) value "TOTAL PENDING PURGE: ".
	    02 WF3-COUNT pic zzzzz9.
	01 WS-FOOTER-4.
	    02 filler pic x(25) value "ALREADY NOTIFIED: ".
	    02 WF4-COUNT pic zzzzz9.
	01 WS-LETTER-COUNT pic 9(8) value zero.
	01 WS-LETTER-LINE-COUNT pic 9(2) value zero.
	01 WS-LETTER-LINES-NEEDED pic 9(2) value 12.
	01 WS-LETTER-TO-LINE.
	    02 filler pic x(4) value "TO: ".
	    02 WLT-NAME pic x(30).
	01 WS-LETTER-ID-LINE.
	    02 filler pic x(13) value "CUSTOMER ID: ".
	    02 WLI-ID pic 9(6).
	01 WS-LETTER-DATE-LINE.
	    02 filler pic x(16) value "INACTIVE SINCE: ".
	    02 WLD-DATE pic 9999/99/99.
	01 WS-LETTER-DEAR-LINE.
	    02 filler pic x(5) value "DEAR ".
	    02 WLG-NAME pic x(30).
	01 WS-LETTER-TEXT-1 pic x(44)
	    value "YOUR CUSTOMER RECORD HAS BEEN INACTIVE AND".
	01 WS-LETTER-TEXT-2.
	    02 filler pic x(21) value "WILL BE CLOSED AFTER ".
	    02 WLP-DATE pic 9999/99/99.
	    02 filler pic x(1) value ".".
	01 WS-LETTER-SIGN-LINE pic x(20)
	    value "CUSTOMER SERVICE".
	01 WS-LETTER-TRAILER.
	    02 filler pic x(23) value "TOTAL LETTERS PRINTED: ".
	    02 WLR-COUNT pic 9(8).
	01 WS-LETTER-BLANK pic x(80) value spaces.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0100-READ-PARAMETERS.
	    IF PARM-RUN-DATE NOT = ZERO
	        MOVE PARM-RUN-DATE TO WS-TODAY
	    ELSE
	        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
	    END-IF.
	    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
	    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
	    PERFORM 1000-GET-PURGE-PARMS.
	    IF NOT RUN-ABORTED
	        PERFORM 1500-LOAD-HOLDS
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1700-SORT-LETTER-LOG
	    END-IF.
	    IF NOT RUN-ABORTED
	        OPEN INPUT MASTER-FILE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN MASTER FILE "
	                WS-MASTER-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        SORT NOTICE-SORT
	            ON ASCENDING KEY SRT-DAYS-LEFT SRT-CUST-ID
	            INPUT PROCEDURE IS 2000-RELEASE-CANDIDATES
	            GIVING NOTICE-SORTED-FILE
	        PERFORM 3000-OPEN-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3100-PRINT-NOTICE UNTIL END-OF-INPUT
	        PERFORM 5000-WRITE-FOOTERS
	        PERFORM 9000-CLOSE-FILES
	        DISPLAY "PENDING PURGE: " WS-PENDING-COUNT
	        DISPLAY "NOTICES PRINTED: " WS-NOTICE-COUNT
	        DISPLAY "HELD, NO NOTICE: " WS-HELD-COUNT
	        DISPLAY "ALREADY NOTIFIED: " WS-NOTIFIED-COUNT
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    END-IF.
	    STOP RUN.
	0100-READ-PARAMETERS.
	    MOVE SPACES TO PARM-SEEN-FLAGS.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS NOT = "00"
	        DISPLAY "RUN PARAMETER FILE MISSING " WS-PARM-STATUS
	        PERFORM 0190-PARM-ABORT
	    END-IF.
	    PERFORM 0110-READ-PARM-CARD UNTIL END-OF-PARMS.
	    CLOSE PARM-FILE.
	    IF PARM-SEEN-FLAGS NOT = "YYYYY"
	        DISPLAY "MISSING RUN PARAMETERS " PARM-SEEN-FLAGS
	        PERFORM 0190-PARM-ABORT
	    END-IF.
	0110-READ-PARM-CARD.
	    READ PARM-FILE
	        AT END
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	        NOT AT END
	            PERFORM 0120-APPLY-PARM-CARD
	    END-READ.
	0120-APPLY-PARM-CARD.
	    EVALUATE PARM-KEYWORD
	        WHEN "CHECKPOINT"
	            IF PARM-VALUE(1:4) IS NUMERIC
	                    AND PARM-VALUE(1:4) NOT = "0000"
	                MOVE PARM-VALUE(1:4)
	                    TO PARM-CHECKPOINT-INTERVAL
	                MOVE "Y" TO PARM-SEEN-CHECKPOINT
	            ELSE
	                DISPLAY "BAD CHECKPOINT VALUE " PARM-VALUE
	                PERFORM 0190-PARM-ABORT
	            END-IF
	        WHEN "TERMINAL"
	            IF PARM-VALUE(1:8) NOT = SPACES
	                MOVE PARM-VALUE(1:8) TO PARM-TERMINAL-ID
	                MOVE "Y" TO PARM-SEEN-TERMINAL
	            ELSE
	                DISPLAY "BAD TERMINAL VALUE"
	                PERFORM 0190-PARM-ABORT
	            END-IF
	        WHEN "PAGESIZE"
	            IF PARM-VALUE(1:2) IS NUMERIC
	                    AND PARM-VALUE(1:2) NOT = "00"
	                MOVE PARM-VALUE(1:2) TO PARM-PAGE-SIZE
	                MOVE "Y" TO PARM-SEEN-PAGESIZE
	            ELSE
	                DISPLAY "BAD PAGESIZE VALUE " PARM-VALUE
	                PERFORM 0190-PARM-ABORT
	            END-IF
	        WHEN "RUNDATE"
	            IF PARM-VALUE(1:8) IS NUMERIC
	                MOVE PARM-VALUE(1:8) TO PARM-RUN-DATE
	                MOVE "Y" TO PARM-SEEN-RUNDATE
	            ELSE
	                DISPLAY "BAD RUNDATE VALUE " PARM-VALUE
	                PERFORM 0190-PARM-ABORT
	            END-IF
	        WHEN "VALIDATE"
	            IF PARM-VALUE(1:1) = "Y" OR PARM-VALUE(1:1) = "N"
	                MOVE PARM-VALUE(1:1) TO PARM-VALIDATE-SW
	                MOVE "Y" TO PARM-SEEN-VALIDATE
	            ELSE
	                DISPLAY "BAD VALIDATE VALUE " PARM-VALUE
	                PERFORM 0190-PARM-ABORT
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " PARM-KEYWORD
	            PERFORM 0190-PARM-ABORT
	    END-EVALUATE.
	0190-PARM-ABORT.
	    MOVE 12 TO RETURN-CODE.
	    STOP RUN.
	1000-GET-PURGE-PARMS.
	    OPEN INPUT PURGE-PARM-FILE.
	    IF WS-PURGE-PARM-STATUS NOT = "00"
	        DISPLAY "PURGE PARAMETER FILE MISSING "
	            WS-PURGE-PARM-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        PERFORM 1100-READ-PURGE-PARM UNTIL END-OF-PURGE-PARMS
	        CLOSE PURGE-PARM-FILE
	        IF NOT RUN-ABORTED AND NOT RETENTION-SEEN
	            DISPLAY "NO RETENTION CARD IN PURGPARM"
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1100-READ-PURGE-PARM.
	    READ PURGE-PARM-FILE
	        AT END
	            MOVE "Y" TO WS-PURGE-PARM-EOF-SWITCH
	        NOT AT END
	            PERFORM 1200-APPLY-PURGE-PARM
	    END-READ.
	1200-APPLY-PURGE-PARM.
	    EVALUATE PPARM-KEYWORD
	        WHEN "RETENTION"
	            MOVE PPARM-VALUE(1:3) TO WS-DAYS-VALUE
	            PERFORM 1300-EDIT-DAYS
	            IF NOT RUN-ABORTED
	                MOVE WS-DAYS-VALUE TO WS-RETENTION-VALUE
	                COMPUTE WS-RETENTION-DAYS =
	                    FUNCTION NUMVAL(WS-RETENTION-VALUE)
	                SET RETENTION-SEEN TO TRUE
	            END-IF
	        WHEN "WARNDAYS"
	            MOVE PPARM-VALUE(1:3) TO WS-DAYS-VALUE
	            PERFORM 1300-EDIT-DAYS
	            IF NOT RUN-ABORTED
	                COMPUTE WS-WARN-DAYS =
	                    FUNCTION NUMVAL(WS-DAYS-VALUE)
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " PPARM-KEYWORD
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PURGE-PARM-EOF-SWITCH
	    END-EVALUATE.
	1300-EDIT-DAYS.
	    MOVE "Y" TO WS-DAYS-VALID.
	    IF WS-DAYS-VALUE = SPACES
	        MOVE "N" TO WS-DAYS-VALID
	    END-IF.
	    PERFORM VARYING WS-DAYS-SUB FROM 1 BY 1
	            UNTIL WS-DAYS-SUB > 3
	        IF WS-DAYS-VALUE(WS-DAYS-SUB:1) NOT = SPACE
	                AND WS-DAYS-VALUE(WS-DAYS-SUB:1) IS NOT NUMERIC
	            MOVE "N" TO WS-DAYS-VALID
	        END-IF
	    END-PERFORM.
	    IF WS-DAYS-VALID = "N"
	        DISPLAY "INVALID DAYS VALUE " WS-DAYS-VALUE
	        SET RUN-ABORTED TO TRUE
	        MOVE "Y" TO WS-PURGE-PARM-EOF-SWITCH
	    ELSE
	        IF FUNCTION NUMVAL(WS-DAYS-VALUE) = ZERO
	            DISPLAY "DAYS VALUE MUST NOT BE ZERO"
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PURGE-PARM-EOF-SWITCH
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
	1700-SORT-LETTER-LOG.
	    OPEN INPUT LTRLOG-FILE.
	    IF WS-LTRLOG-STATUS = "00"
	        CLOSE LTRLOG-FILE
	        SET LOG-IS-PRESENT TO TRUE
	        SORT LOG-SORT
	            ON ASCENDING KEY LSR-CUST-ID LSR-ISSUE-DATE
	            USING LTRLOG-FILE
	            GIVING LOG-SORTED-FILE
	    ELSE
	        IF WS-LTRLOG-STATUS NOT = "35"
	            DISPLAY "UNABLE TO OPEN LTRLOG " WS-LTRLOG-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	2000-RELEASE-CANDIDATES.
	    MOVE 9999999 TO WS-LOG-ID.
	    IF LOG-IS-PRESENT
	        OPEN INPUT LOG-SORTED-FILE
	        IF WS-LSRT-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN PRGLSRT " WS-LSRT-STATUS
	            SET RUN-ABORTED TO TRUE
	            MOVE "N" TO WS-LOG-PRESENT
	        ELSE
	            PERFORM 2600-READ-SORTED-LOG
	        END-IF
	    END-IF.
	    MOVE "N" TO WS-EOF-SWITCH.
	    IF RUN-ABORTED
	        MOVE "Y" TO WS-EOF-SWITCH
	    END-IF.
	    PERFORM 2100-READ-MASTER UNTIL END-OF-INPUT.
	    CLOSE MASTER-FILE.
	    IF LOG-IS-PRESENT
	        CLOSE LOG-SORTED-FILE
	    END-IF.
	2100-READ-MASTER.
	    READ MASTER-FILE NEXT RECORD
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF CUST-INACTIVE
	                PERFORM 2200-CHECK-CANDIDATE
	            END-IF
	    END-READ.
	2200-CHECK-CANDIDATE.
	    IF CUST-STATUS-DATE IS NUMERIC
	            AND CUST-STATUS-DATE > ZERO
	        MOVE FUNCTION INTEGER-OF-DATE(CUST-STATUS-DATE)
	            TO WS-STATUS-INT
	        COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-STATUS-INT
	        COMPUTE WS-DAYS-LEFT =
	            WS-RETENTION-DAYS + 1 - WS-IDLE-DAYS
	        IF WS-DAYS-LEFT <= WS-WARN-DAYS
	            PERFORM 2300-RELEASE-ONE
	        END-IF
	    END-IF.
	2300-RELEASE-ONE.
	    IF WS-DAYS-LEFT < ZERO
	        MOVE ZERO TO SRT-DAYS-LEFT
	    ELSE
	        MOVE WS-DAYS-LEFT TO SRT-DAYS-LEFT
	    END-IF.
	    MOVE CUST-ID TO SRT-CUST-ID.
	    MOVE CUST-NAME TO SRT-NAME.
	    MOVE CUST-STATUS-DATE TO SRT-STATUS-DATE.
	    MOVE FUNCTION DATE-OF-INTEGER(
	        WS-STATUS-INT + WS-RETENTION-DAYS + 1)
	        TO SRT-PURGE-DATE.
	    MOVE SPACE TO SRT-HOLD-FLAG.
	    MOVE ZERO TO SRT-HOLD-EXPIRY.
	    MOVE ZERO TO WS-LAST-NOTICE-DATE.
	    PERFORM 2600-READ-SORTED-LOG
	        UNTIL WS-LOG-ID >= CUST-ID.
	    PERFORM 2700-TAKE-LOG-NOTICE
	        UNTIL WS-LOG-ID NOT = CUST-ID.
	    MOVE WS-LAST-NOTICE-DATE TO SRT-NOTICE-DATE.
	    PERFORM 2400-CHECK-HOLD
	        VARYING WS-HLD-IDX FROM 1 BY 1
	        UNTIL WS-HLD-IDX > WS-HLD-COUNT.
	    RELEASE NOTICE-SORT-RECORD.
	2400-CHECK-HOLD.
	    MOVE WS-HLD-ENTRY(WS-HLD-IDX) TO HOLD-LINE.
	    IF HLD-CUST-ID = CUST-ID
	            AND HLD-EXPIRY-DATE >= WS-TODAY
	        MOVE HLD-EXPIRY-DATE TO SRT-HOLD-EXPIRY
	        IF HLD-EXPIRY-DATE >= SRT-PURGE-DATE
	            MOVE "H" TO SRT-HOLD-FLAG
	        ELSE
	            MOVE "E" TO SRT-HOLD-FLAG
	        END-IF
	    END-IF.
	2600-READ-SORTED-LOG.
	    READ LOG-SORTED-FILE
	        AT END
	            MOVE 9999999 TO WS-LOG-ID
	        NOT AT END
	            MOVE SLR-CUST-ID TO WS-LOG-ID
	            MOVE SLR-TYPE TO WS-LOG-TYPE
	            MOVE SLR-ISSUE-DATE TO WS-LOG-ISSUE-DATE
	    END-READ.
	2700-TAKE-LOG-NOTICE.
	    IF WS-LOG-TYPE = "PURGENOT"
	            AND WS-LOG-ISSUE-DATE > WS-LAST-NOTICE-DATE
	        MOVE WS-LOG-ISSUE-DATE TO WS-LAST-NOTICE-DATE
	    END-IF.
	    PERFORM 2600-READ-SORTED-LOG.
	3000-OPEN-FILES.
	    OPEN INPUT NOTICE-SORTED-FILE.
	    IF WS-NSRT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN PRGNSRT " WS-NSRT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-REPORT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN PRGNOTE " WS-REPORT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN EXTEND LETTER-FILE.
	    IF WS-LETTER-STATUS = "35"
	        OPEN OUTPUT LETTER-FILE
	    END-IF.
	    IF WS-LETTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN PRGLTR " WS-LETTER-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN EXTEND LTRLOG-FILE.
	    IF WS-LTRLOG-STATUS = "35"
	        OPEN OUTPUT LTRLOG-FILE
	    END-IF.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRLOG " WS-LTRLOG-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	3100-PRINT-NOTICE.
	    READ NOTICE-SORTED-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            ADD 1 TO WS-PENDING-COUNT
	            EVALUATE TRUE
	                WHEN NSR-HOLD-FLAG = "H"
	                    MOVE "HELD" TO WD-NOTE
	                    ADD 1 TO WS-HELD-COUNT
	                WHEN NSR-NOTICE-DATE >= NSR-STATUS-DATE
	                    MOVE "ALREADY SENT" TO WD-NOTE
	                    ADD 1 TO WS-NOTIFIED-COUNT
	                WHEN NSR-HOLD-FLAG = "E"
	                    MOVE "HOLD LAPSES" TO WD-NOTE
	                    PERFORM 3500-WRITE-LETTER
	                WHEN OTHER
	                    MOVE "NOTICE SENT" TO WD-NOTE
	                    PERFORM 3500-WRITE-LETTER
	            END-EVALUATE
	            PERFORM 3200-PRINT-DETAIL
	    END-READ.
	3200-PRINT-DETAIL.
	    IF WS-LINE-COUNT = ZERO
	        PERFORM 3300-WRITE-HEADINGS
	    END-IF.
	    MOVE NSR-DAYS-LEFT TO WD-DAYS.
	    MOVE NSR-CUST-ID TO WD-ID.
	    MOVE NSR-NAME TO WD-NAME.
	    MOVE NSR-STATUS-DATE TO WD-SINCE.
	    MOVE NSR-PURGE-DATE TO WD-PURGE.
	    WRITE REPORT-LINE FROM WS-DETAIL-LINE.
	    ADD 1 TO WS-LINE-COUNT.
	    IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
	        MOVE ZERO TO WS-LINE-COUNT
	    END-IF.
	3300-WRITE-HEADINGS.
	    ADD 1 TO WS-PAGE-COUNT.
	    MOVE WS-TODAY TO WH1-DATE.
	    MOVE WS-PAGE-COUNT TO WH1-PAGE.
	    MOVE WS-RETENTION-DAYS TO WH2-RETENTION.
	    MOVE WS-WARN-DAYS TO WH2-WARN.
	    WRITE REPORT-LINE FROM WS-HEADING-1.
	    WRITE REPORT-LINE FROM WS-HEADING-2.
	    WRITE REPORT-LINE FROM WS-HEADING-3.
	3500-WRITE-LETTER.
	    PERFORM 3510-LETTER-PAGE-BREAK.
	    MOVE NSR-NAME TO WLT-NAME.
	    MOVE NSR-CUST-ID TO WLI-ID.
	    MOVE NSR-STATUS-DATE TO WLD-DATE.
	    MOVE NSR-NAME TO WLG-NAME.
	    MOVE NSR-PURGE-DATE TO WLP-DATE.
	    WRITE LETTER-RECORD FROM WS-LETTER-TO-LINE.
	    WRITE LETTER-RECORD FROM WS-LETTER-ID-LINE.
	    WRITE LETTER-RECORD FROM WS-LETTER-DATE-LINE.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    WRITE LETTER-RECORD FROM WS-LETTER-DEAR-LINE.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    WRITE LETTER-RECORD FROM WS-LETTER-TEXT-1.
	    WRITE LETTER-RECORD FROM WS-LETTER-TEXT-2.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    WRITE LETTER-RECORD FROM WS-LETTER-SIGN-LINE.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    ADD WS-LETTER-LINES-NEEDED TO WS-LETTER-LINE-COUNT.
	    ADD 1 TO WS-LETTER-COUNT.
	    ADD 1 TO WS-NOTICE-COUNT.
	    PERFORM 3530-LOG-NOTICE.
	3510-LETTER-PAGE-BREAK.
	    IF WS-LETTER-LINE-COUNT > ZERO
	            AND WS-LETTER-LINE-COUNT
	                + WS-LETTER-LINES-NEEDED > PARM-PAGE-SIZE
	        PERFORM 3520-FILL-PAGE
	            UNTIL WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE
	        MOVE ZERO TO WS-LETTER-LINE-COUNT
	    END-IF.
	3520-FILL-PAGE.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    ADD 1 TO WS-LETTER-LINE-COUNT.
	3530-LOG-NOTICE.
	    MOVE NSR-CUST-ID TO LTR-CUST-ID.
	    SET LTR-IS-PURGE-NOTICE TO TRUE.
	    SET LTR-IS-ORIGINAL TO TRUE.
	    MOVE WS-TODAY TO LTR-ISSUE-DATE.
	    MOVE "PRGNOTE" TO LTR-PROGRAM.
	    MOVE WS-RUN-ID TO LTR-RUN-ID.
	    MOVE NSR-NAME TO LTR-CUST-NAME.
	    WRITE LTRLOG-RECORD FROM LETTER-LOG-LINE.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        DISPLAY "LTRLOG WRITE FAILED " WS-LTRLOG-STATUS
	        IF RETURN-CODE < 8
	            MOVE 8 TO RETURN-CODE
	        END-IF
	    END-IF.
	5000-WRITE-FOOTERS.
	    IF WS-PAGE-COUNT = ZERO
	        PERFORM 3300-WRITE-HEADINGS
	    END-IF.
	    WRITE REPORT-LINE FROM WS-BLANK-LINE.
	    MOVE WS-NOTICE-COUNT TO WF1-COUNT.
	    MOVE WS-HELD-COUNT TO WF2-COUNT.
	    MOVE WS-PENDING-COUNT TO WF3-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	    MOVE WS-NOTIFIED-COUNT TO WF4-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-4.
	    MOVE WS-LETTER-COUNT TO WLR-COUNT.
	    IF WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE
	        MOVE ZERO TO WS-LETTER-LINE-COUNT
	    END-IF.
	    WRITE LETTER-RECORD FROM WS-LETTER-TRAILER.
	    ADD 1 TO WS-LETTER-LINE-COUNT.
	    PERFORM 3520-FILL-PAGE
	        UNTIL WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE.
	9000-CLOSE-FILES.
	    CLOSE NOTICE-SORTED-FILE.
	    CLOSE REPORT-FILE.
	    CLOSE LETTER-FILE.
	    CLOSE LTRLOG-FILE.
