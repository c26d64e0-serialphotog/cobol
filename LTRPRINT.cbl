      * Welcome letter reprint and missing-letter run
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LTRPRINT.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS CUST-ID
	        ALTERNATE RECORD KEY IS CUST-NAME
	            WITH DUPLICATES
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT PARM-FILE ASSIGN TO "RUNPARMS.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT LTR-PARM-FILE ASSIGN TO "LTRPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LTR-PARM-STATUS.
	    SELECT LTRLOG-FILE ASSIGN TO "LTRLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LTRLOG-STATUS.
	    SELECT LETTER-FILE ASSIGN TO "LTRPRINT.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LETTER-STATUS.
	    SELECT REPORT-FILE ASSIGN TO "LTRLIST.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REPORT-STATUS.
	    SELECT LOG-SORTED-FILE ASSIGN TO "LTRSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LSRT-STATUS.
	    SELECT LOG-SORT ASSIGN TO "SORTWK1".
	DATA DIVISION.
	FILE SECTION.
	FD  MASTER-FILE.
	    COPY CUSTREC.
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  LTR-PARM-FILE.
	01  LTR-PARM-CARD.
	    02  LPARM-KEYWORD pic x(12).
	    02  LPARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  LTRLOG-FILE.
	01  LTRLOG-RECORD pic x(90).
	FD  LETTER-FILE.
	01  LETTER-RECORD pic x(80).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
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
	COPY LTRREC.
	01 WS-MASTER-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-LTR-PARM-STATUS pic x(2).
	01 WS-LTRLOG-STATUS pic x(2).
	01 WS-LETTER-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-LSRT-STATUS pic x(2).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-LTR-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-LTR-PARMS value "Y".
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-INPUT value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-SELECT-MODE pic x value space.
	    88 SELECT-BY-ID value "I".
	    88 SELECT-BY-DATE value "D".
	    88 SELECT-BY-RUN value "R".
	    88 SELECT-MISSING value "M".
	01 WS-NEW-MODE pic x.
	01 WS-FROM-DATE pic 9(8) value zero.
	01 WS-TO-DATE pic 9(8) value 99999999.
	01 WS-SINCE-DATE pic 9(8) value zero.
	01 WS-SINCE-SEEN pic x value "N".
	    88 SINCE-SEEN value "Y".
	01 WS-SELECT-RUN pic x(16) value spaces.
	01 WS-ID-TABLE.
	    02 WS-ID-ENTRY occurs 500 pic 9(6).
	01 WS-ID-COUNT pic 9(4) value zero.
	01 WS-ID-IDX pic 9(4).
	01 WS-ID-FOUND pic x.
	01 WS-NEW-ID pic 9(6).
	01 WS-LOG-PRESENT pic x value "N".
	    88 LOG-IS-PRESENT value "Y".
	01 WS-LOG-ID pic 9(7).
	01 WS-LOG-TYPE pic x(8).
	01 WS-LOG-ISSUE-DATE pic 9(8).
	01 WS-PREV-ID pic 9(7).
	01 WS-RUN-LETTER-COUNT pic 9(6) value zero.
	01 WS-LAST-LETTER-DATE pic 9(8).
	01 WS-STATUS-DATE pic 9(8).
	01 WS-RUN-ID pic x(16).
	01 WS-TODAY pic 9(8).
	01 WS-PRINTED-COUNT pic 9(6) value zero.
	01 WS-NOT-FOUND-COUNT pic 9(6) value zero.
	01 WS-NOT-ACTIVE-COUNT pic 9(6) value zero.
	01 WS-LINE-COUNT pic 9(2) value zero.
	01 WS-PAGE-COUNT pic 9(4) value zero.
	01 WS-MAX-LINES-PER-PAGE pic 9(2) value 55.
	01 WS-PRINT-LINE pic x(80).
	01 WS-SELECT-LINE pic x(80).
	01 WS-HEADING-1.
	    02 filler pic x(25) value "WELCOME LETTER PRINT RUN ".
	    02 WH1-DATE pic 9999/99/99.
	    02 filler pic x(10) value spaces.
	    02 filler pic x(6) value "PAGE  ".
	    02 WH1-PAGE pic zzz9.
	01 WS-HEADING-3.
	    02 filler pic x(8) value "CUST ID".
	    02 filler pic x(31) value "NAME".
	    02 filler pic x(11) value "ENTRY DATE".
	    02 filler pic x(12) value "STATUS DATE".
	    02 filler pic x(16) value "RESULT".
	01 WS-DETAIL-LINE.
	    02 WD-ID pic zzzzz9.
	    02 filler pic x(2) value spaces.
	    02 WD-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WD-ENTRY pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WD-STATUS-DATE pic 9999/99/99.
	    02 filler pic x(2) value spaces.
	    02 WD-RESULT pic x(16).
	01 WS-BLANK-LINE pic x(80) value spaces.
	01 WS-FOOTER-1.
	    02 filler pic x(25) value "LETTERS PRINTED: ".
	    02 WF1-COUNT pic zzzzz9.
	01 WS-FOOTER-2.
	    02 filler pic x(25) value "NOT ON MASTER: ".
	    02 WF2-COUNT pic zzzzz9.
	01 WS-FOOTER-3.
	    02 filler pic x(25) value "NOT ACTIVE, NO LETTER: ".
	    02 WF3-COUNT pic zzzzz9.
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
	    02 filler pic x(12) value "ENTRY DATE: ".
	    02 WLD-DATE pic 9999/99/99.
	01 WS-LETTER-DEAR-LINE.
	    02 filler pic x(5) value "DEAR ".
	    02 WLG-NAME pic x(30).
	01 WS-LETTER-TEXT-1 pic x(44)
	    value "WELCOME. YOUR CUSTOMER RECORD HAS BEEN".
	01 WS-LETTER-TEXT-2 pic x(44)
	    value "OPENED AND IS NOW ACTIVE.".
	01 WS-LETTER-SIGN-LINE pic x(20)
	    value "CUSTOMER SERVICE".
	01 WS-LETTER-TRAILER.
	    02 filler pic x(23) value "TOTAL LETTERS PRINTED: ".
	    02 WLR-COUNT pic 9(8).
	01 WS-LETTER-BLANK pic x(80) value spaces.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0100-READ-PARAMETERS.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
	    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
	    PERFORM 1000-GET-LETTER-PARMS.
	    IF NOT RUN-ABORTED AND SELECT-BY-RUN
	        PERFORM 1500-SORT-RUN-LETTERS
	    END-IF.
	    IF NOT RUN-ABORTED AND SELECT-MISSING
	        PERFORM 1700-SORT-LETTER-LOG
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2000-OPEN-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        EVALUATE TRUE
	            WHEN SELECT-BY-ID
	                PERFORM 3100-PRINT-BY-ID
	                    VARYING WS-ID-IDX FROM 1 BY 1
	                    UNTIL WS-ID-IDX > WS-ID-COUNT
	            WHEN SELECT-BY-RUN
	                PERFORM 3300-PRINT-BY-RUN
	            WHEN SELECT-BY-DATE
	                MOVE "N" TO WS-EOF-SWITCH
	                PERFORM 3200-SCAN-BY-DATE UNTIL END-OF-INPUT
	            WHEN SELECT-MISSING
	                PERFORM 3400-SCAN-MISSING
	        END-EVALUATE
	        PERFORM 8000-WRITE-FOOTERS
	        PERFORM 9000-CLOSE-FILES
	        DISPLAY "LETTERS PRINTED: " WS-PRINTED-COUNT
	        DISPLAY "NOT ON MASTER: " WS-NOT-FOUND-COUNT
	        DISPLAY "NOT ACTIVE, NO LETTER: " WS-NOT-ACTIVE-COUNT
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        IF RETURN-CODE < 4
	                AND (WS-NOT-FOUND-COUNT > ZERO
	                    OR WS-NOT-ACTIVE-COUNT > ZERO
	                    OR WS-PRINTED-COUNT = ZERO)
	            MOVE 4 TO RETURN-CODE
	        END-IF
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
	1000-GET-LETTER-PARMS.
	    OPEN INPUT LTR-PARM-FILE.
	    IF WS-LTR-PARM-STATUS NOT = "00"
	        DISPLAY "LETTER PARAMETER FILE MISSING "
	            WS-LTR-PARM-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        PERFORM 1100-READ-LTR-PARM UNTIL END-OF-LTR-PARMS
	        CLOSE LTR-PARM-FILE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1300-CHECK-SELECTION
	    END-IF.
	1100-READ-LTR-PARM.
	    READ LTR-PARM-FILE
	        AT END
	            MOVE "Y" TO WS-LTR-PARM-EOF-SWITCH
	        NOT AT END
	            PERFORM 1200-APPLY-LTR-PARM
	    END-READ.
	1200-APPLY-LTR-PARM.
	    EVALUATE LPARM-KEYWORD
	        WHEN "ID"
	            MOVE "I" TO WS-NEW-MODE
	            PERFORM 1250-SET-MODE
	            IF LPARM-VALUE(1:6) IS NUMERIC
	                    AND LPARM-VALUE(1:6) NOT = "000000"
	                MOVE LPARM-VALUE(1:6) TO WS-NEW-ID
	                PERFORM 1400-ADD-ID
	            ELSE
	                DISPLAY "BAD ID VALUE " LPARM-VALUE
	                PERFORM 1290-LTR-PARM-ABORT
	            END-IF
	        WHEN "FROMDATE"
	            MOVE "D" TO WS-NEW-MODE
	            PERFORM 1250-SET-MODE
	            IF LPARM-VALUE(1:8) IS NUMERIC
	                MOVE LPARM-VALUE(1:8) TO WS-FROM-DATE
	            ELSE
	                DISPLAY "BAD FROMDATE VALUE " LPARM-VALUE
	                PERFORM 1290-LTR-PARM-ABORT
	            END-IF
	        WHEN "TODATE"
	            MOVE "D" TO WS-NEW-MODE
	            PERFORM 1250-SET-MODE
	            IF LPARM-VALUE(1:8) IS NUMERIC
	                MOVE LPARM-VALUE(1:8) TO WS-TO-DATE
	            ELSE
	                DISPLAY "BAD TODATE VALUE " LPARM-VALUE
	                PERFORM 1290-LTR-PARM-ABORT
	            END-IF
	        WHEN "RUN"
	            MOVE "R" TO WS-NEW-MODE
	            PERFORM 1250-SET-MODE
	            IF LPARM-VALUE(1:16) NOT = SPACES
	                MOVE LPARM-VALUE(1:16) TO WS-SELECT-RUN
	            ELSE
	                DISPLAY "BAD RUN VALUE"
	                PERFORM 1290-LTR-PARM-ABORT
	            END-IF
	        WHEN "MISSING"
	            MOVE "M" TO WS-NEW-MODE
	            PERFORM 1250-SET-MODE
	            IF LPARM-VALUE(1:1) NOT = "Y"
	                DISPLAY "BAD MISSING VALUE " LPARM-VALUE
	                PERFORM 1290-LTR-PARM-ABORT
	            END-IF
	        WHEN "SINCE"
	            IF LPARM-VALUE(1:8) IS NUMERIC
	                MOVE LPARM-VALUE(1:8) TO WS-SINCE-DATE
	                SET SINCE-SEEN TO TRUE
	            ELSE
	                DISPLAY "BAD SINCE VALUE " LPARM-VALUE
	                PERFORM 1290-LTR-PARM-ABORT
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " LPARM-KEYWORD
	            PERFORM 1290-LTR-PARM-ABORT
	    END-EVALUATE.
	1250-SET-MODE.
	    IF WS-SELECT-MODE NOT = SPACE
	            AND WS-SELECT-MODE NOT = WS-NEW-MODE
	        DISPLAY "CONFLICTING SELECTION CARD " LPARM-KEYWORD
	        PERFORM 1290-LTR-PARM-ABORT
	    ELSE
	        MOVE WS-NEW-MODE TO WS-SELECT-MODE
	    END-IF.
	1290-LTR-PARM-ABORT.
	    SET RUN-ABORTED TO TRUE.
	    MOVE "Y" TO WS-LTR-PARM-EOF-SWITCH.
	1300-CHECK-SELECTION.
	    IF WS-SELECT-MODE = SPACE
	        DISPLAY "NO SELECTION CARD IN LTRPARM"
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF SELECT-BY-DATE AND WS-FROM-DATE > WS-TO-DATE
	        DISPLAY "FROMDATE IS AFTER TODATE"
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF SINCE-SEEN AND NOT SELECT-MISSING
	        DISPLAY "SINCE IS ONLY VALID WITH MISSING"
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	1400-ADD-ID.
	    MOVE "N" TO WS-ID-FOUND.
	    PERFORM VARYING WS-ID-IDX FROM 1 BY 1
	            UNTIL WS-ID-IDX > WS-ID-COUNT
	        IF WS-ID-ENTRY(WS-ID-IDX) = WS-NEW-ID
	            MOVE "Y" TO WS-ID-FOUND
	        END-IF
	    END-PERFORM.
	    IF WS-ID-FOUND = "N"
	        IF WS-ID-COUNT < 500
	            ADD 1 TO WS-ID-COUNT
	            MOVE WS-NEW-ID TO WS-ID-ENTRY(WS-ID-COUNT)
	        ELSE
	            DISPLAY "MORE THAN 500 CUSTOMERS SELECTED"
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-LTR-PARM-EOF-SWITCH
	        END-IF
	    END-IF.
	1500-SORT-RUN-LETTERS.
	    OPEN INPUT LTRLOG-FILE.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRLOG " WS-LTRLOG-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        CLOSE LTRLOG-FILE
	        SORT LOG-SORT
	            ON ASCENDING KEY LSR-CUST-ID
	            INPUT PROCEDURE IS 1600-RELEASE-RUN-LETTERS
	            GIVING LOG-SORTED-FILE
	        IF WS-RUN-LETTER-COUNT = ZERO
	            DISPLAY "NO LETTERS LOGGED FOR RUN " WS-SELECT-RUN
	        END-IF
	    END-IF.
	1600-RELEASE-RUN-LETTERS.
	    OPEN INPUT LTRLOG-FILE.
	    MOVE "N" TO WS-EOF-SWITCH.
	    PERFORM 1650-READ-RUN-LETTER UNTIL END-OF-INPUT.
	    CLOSE LTRLOG-FILE.
	1650-READ-RUN-LETTER.
	    READ LTRLOG-FILE INTO LETTER-LOG-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF LTR-RUN-ID = WS-SELECT-RUN
	                    AND LTR-IS-WELCOME
	                    AND LTR-CUST-ID IS NUMERIC
	                MOVE LETTER-LOG-LINE TO LOG-SORT-RECORD
	                RELEASE LOG-SORT-RECORD
	                ADD 1 TO WS-RUN-LETTER-COUNT
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
	2000-OPEN-FILES.
	    OPEN INPUT MASTER-FILE.
	    IF WS-MASTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN MASTER FILE " WS-MASTER-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-REPORT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRLIST " WS-REPORT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN EXTEND LETTER-FILE.
	    IF WS-LETTER-STATUS NOT = "00"
	        OPEN OUTPUT LETTER-FILE
	    END-IF.
	    IF WS-LETTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRPRINT " WS-LETTER-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN EXTEND LTRLOG-FILE.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        OPEN OUTPUT LTRLOG-FILE
	    END-IF.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRLOG " WS-LTRLOG-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2100-BUILD-SELECT-LINE
	    END-IF.
	2100-BUILD-SELECT-LINE.
	    MOVE SPACES TO WS-SELECT-LINE.
	    EVALUATE TRUE
	        WHEN SELECT-BY-ID
	            STRING "SELECTION: CUSTOMER ID LIST"
	                DELIMITED BY SIZE
	                INTO WS-SELECT-LINE
	        WHEN SELECT-BY-DATE
	            STRING "SELECTION: ENTRY DATE " WS-FROM-DATE
	                " TO " WS-TO-DATE
	                DELIMITED BY SIZE
	                INTO WS-SELECT-LINE
	        WHEN SELECT-BY-RUN
	            STRING "SELECTION: LETTERS FROM RUN "
	                WS-SELECT-RUN
	                DELIMITED BY SIZE
	                INTO WS-SELECT-LINE
	        WHEN SELECT-MISSING
	            STRING "SELECTION: NO LETTER LOGGED, ACTIVE SINCE "
	                WS-SINCE-DATE
	                DELIMITED BY SIZE
	                INTO WS-SELECT-LINE
	    END-EVALUATE.
	3100-PRINT-BY-ID.
	    MOVE WS-ID-ENTRY(WS-ID-IDX) TO WS-NEW-ID.
	    PERFORM 3150-PRINT-ONE-ID.
	3150-PRINT-ONE-ID.
	    MOVE WS-NEW-ID TO CUST-ID.
	    READ MASTER-FILE
	        INVALID KEY
	            MOVE SPACES TO WS-DETAIL-LINE
	            MOVE WS-NEW-ID TO WD-ID
	            MOVE "NOT ON MASTER" TO WD-RESULT
	            ADD 1 TO WS-NOT-FOUND-COUNT
	            MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
	            PERFORM 7000-PRINT-LINE
	        NOT INVALID KEY
	            IF CUST-ACTIVE
	                SET LTR-IS-REPRINT TO TRUE
	                PERFORM 5000-WRITE-LETTER
	            ELSE
	                MOVE "NOT ACTIVE" TO WD-RESULT
	                ADD 1 TO WS-NOT-ACTIVE-COUNT
	                PERFORM 6000-PRINT-DETAIL
	            END-IF
	    END-READ.
	3200-SCAN-BY-DATE.
	    READ MASTER-FILE NEXT RECORD
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF CUST-ACTIVE
	                    AND CUST-ENTRY-DATE >= WS-FROM-DATE
	                    AND CUST-ENTRY-DATE <= WS-TO-DATE
	                SET LTR-IS-REPRINT TO TRUE
	                PERFORM 5000-WRITE-LETTER
	            END-IF
	    END-READ.
	3300-PRINT-BY-RUN.
	    OPEN INPUT LOG-SORTED-FILE.
	    IF WS-LSRT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN LTRSRT " WS-LSRT-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        MOVE ZERO TO WS-PREV-ID
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3310-READ-RUN-LETTER UNTIL END-OF-INPUT
	        CLOSE LOG-SORTED-FILE
	    END-IF.
	3310-READ-RUN-LETTER.
	    READ LOG-SORTED-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF SLR-CUST-ID NOT = WS-PREV-ID
	                MOVE SLR-CUST-ID TO WS-PREV-ID
	                MOVE SLR-CUST-ID TO WS-NEW-ID
	                PERFORM 3150-PRINT-ONE-ID
	            END-IF
	    END-READ.
	3400-SCAN-MISSING.
	    MOVE ZERO TO WS-LOG-ID.
	    IF LOG-IS-PRESENT
	        OPEN INPUT LOG-SORTED-FILE
	        IF WS-LSRT-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN LTRSRT " WS-LSRT-STATUS
	            SET RUN-ABORTED TO TRUE
	            MOVE "N" TO WS-LOG-PRESENT
	        ELSE
	            PERFORM 3420-READ-SORTED-LOG
	        END-IF
	    END-IF.
	    IF NOT LOG-IS-PRESENT
	        MOVE 9999999 TO WS-LOG-ID
	    END-IF.
	    IF NOT RUN-ABORTED
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3410-CHECK-MISSING UNTIL END-OF-INPUT
	    END-IF.
	    IF LOG-IS-PRESENT
	        CLOSE LOG-SORTED-FILE
	    END-IF.
	3410-CHECK-MISSING.
	    READ MASTER-FILE NEXT RECORD
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            MOVE ZERO TO WS-LAST-LETTER-DATE
	            PERFORM 3420-READ-SORTED-LOG
	                UNTIL WS-LOG-ID >= CUST-ID
	            PERFORM 3430-TAKE-LOG-LETTER
	                UNTIL WS-LOG-ID NOT = CUST-ID
	            IF CUST-STATUS-DATE IS NUMERIC
	                MOVE CUST-STATUS-DATE TO WS-STATUS-DATE
	            ELSE
	                MOVE ZERO TO WS-STATUS-DATE
	            END-IF
	            IF CUST-ACTIVE
	                    AND WS-STATUS-DATE >= WS-SINCE-DATE
	                    AND WS-LAST-LETTER-DATE < WS-STATUS-DATE
	                SET LTR-IS-ORIGINAL TO TRUE
	                PERFORM 5000-WRITE-LETTER
	            END-IF
	    END-READ.
	3420-READ-SORTED-LOG.
	    READ LOG-SORTED-FILE
	        AT END
	            MOVE 9999999 TO WS-LOG-ID
	        NOT AT END
	            MOVE SLR-CUST-ID TO WS-LOG-ID
	            MOVE SLR-TYPE TO WS-LOG-TYPE
	            MOVE SLR-ISSUE-DATE TO WS-LOG-ISSUE-DATE
	    END-READ.
	3430-TAKE-LOG-LETTER.
	    IF WS-LOG-TYPE = "WELCOME"
	            AND WS-LOG-ISSUE-DATE > WS-LAST-LETTER-DATE
	        MOVE WS-LOG-ISSUE-DATE TO WS-LAST-LETTER-DATE
	    END-IF.
	    PERFORM 3420-READ-SORTED-LOG.
	5000-WRITE-LETTER.
	    PERFORM 5100-LETTER-PAGE-BREAK.
	    MOVE CUST-NAME TO WLT-NAME.
	    MOVE CUST-ID TO WLI-ID.
	    MOVE CUST-ENTRY-DATE TO WLD-DATE.
	    MOVE CUST-NAME TO WLG-NAME.
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
	    ADD 1 TO WS-PRINTED-COUNT.
	    PERFORM 5300-LOG-LETTER.
	    IF LTR-IS-REPRINT
	        MOVE "REPRINTED" TO WD-RESULT
	    ELSE
	        MOVE "FIRST LETTER" TO WD-RESULT
	    END-IF.
	    PERFORM 6000-PRINT-DETAIL.
	5100-LETTER-PAGE-BREAK.
	    IF WS-LETTER-LINE-COUNT > ZERO
	            AND WS-LETTER-LINE-COUNT
	                + WS-LETTER-LINES-NEEDED > PARM-PAGE-SIZE
	        PERFORM 5200-FILL-PAGE
	            UNTIL WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE
	        MOVE ZERO TO WS-LETTER-LINE-COUNT
	    END-IF.
	5200-FILL-PAGE.
	    WRITE LETTER-RECORD FROM WS-LETTER-BLANK.
	    ADD 1 TO WS-LETTER-LINE-COUNT.
	5300-LOG-LETTER.
	    MOVE CUST-ID TO LTR-CUST-ID.
	    SET LTR-IS-WELCOME TO TRUE.
	    MOVE WS-TODAY TO LTR-ISSUE-DATE.
	    MOVE "LTRPRINT" TO LTR-PROGRAM.
	    MOVE WS-RUN-ID TO LTR-RUN-ID.
	    MOVE CUST-NAME TO LTR-CUST-NAME.
	    WRITE LTRLOG-RECORD FROM LETTER-LOG-LINE.
	    IF WS-LTRLOG-STATUS NOT = "00"
	        DISPLAY "LTRLOG WRITE FAILED " WS-LTRLOG-STATUS
	        IF RETURN-CODE < 8
	            MOVE 8 TO RETURN-CODE
	        END-IF
	    END-IF.
	6000-PRINT-DETAIL.
	    MOVE CUST-ID TO WD-ID.
	    MOVE CUST-NAME TO WD-NAME.
	    MOVE CUST-ENTRY-DATE TO WD-ENTRY.
	    MOVE CUST-STATUS-DATE TO WD-STATUS-DATE.
	    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	7000-PRINT-LINE.
	    IF WS-LINE-COUNT = ZERO
	            OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
	        PERFORM 7100-WRITE-HEADINGS
	    END-IF.
	    WRITE REPORT-LINE FROM WS-PRINT-LINE.
	    ADD 1 TO WS-LINE-COUNT.
	7100-WRITE-HEADINGS.
	    ADD 1 TO WS-PAGE-COUNT.
	    MOVE WS-TODAY TO WH1-DATE.
	    MOVE WS-PAGE-COUNT TO WH1-PAGE.
	    WRITE REPORT-LINE FROM WS-HEADING-1.
	    WRITE REPORT-LINE FROM WS-SELECT-LINE.
	    WRITE REPORT-LINE FROM WS-HEADING-3.
	    MOVE 3 TO WS-LINE-COUNT.
	8000-WRITE-FOOTERS.
	    IF WS-PAGE-COUNT = ZERO
	        PERFORM 7100-WRITE-HEADINGS
	    END-IF.
	    WRITE REPORT-LINE FROM WS-BLANK-LINE.
	    MOVE WS-PRINTED-COUNT TO WF1-COUNT.
	    MOVE WS-NOT-FOUND-COUNT TO WF2-COUNT.
	    MOVE WS-NOT-ACTIVE-COUNT TO WF3-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	    MOVE WS-LETTER-COUNT TO WLR-COUNT.
	    IF WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE
	        MOVE ZERO TO WS-LETTER-LINE-COUNT
	    END-IF.
	    WRITE LETTER-RECORD FROM WS-LETTER-TRAILER.
	    ADD 1 TO WS-LETTER-LINE-COUNT.
	    PERFORM 5200-FILL-PAGE
	        UNTIL WS-LETTER-LINE-COUNT >= PARM-PAGE-SIZE.
	9000-CLOSE-FILES.
	    CLOSE MASTER-FILE.
	    CLOSE REPORT-FILE.
	    CLOSE LETTER-FILE.
	    CLOSE LTRLOG-FILE.
