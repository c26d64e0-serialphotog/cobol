      * Customer numbers issued - per run listing and control status
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPTNUMS.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT NUMCTL-FILE ASSIGN TO "CUSTNUM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMCTL-STATUS.
	    SELECT NUMLOG-FILE ASSIGN TO "NUMLOG.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-NUMLOG-STATUS.
	    SELECT REPORT-FILE ASSIGN TO "RPTNUMS.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REPORT-STATUS.
	    SELECT PARM-FILE ASSIGN TO "RPTNPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  NUMCTL-FILE.
	01  NUMCTL-RECORD pic x(38).
	FD  NUMLOG-FILE.
	01  NUMLOG-RECORD pic x(54).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	WORKING-STORAGE SECTION.
	COPY NUMCTL.
	01 WS-NUMCTL-STATUS pic x(2).
	01 WS-NUMLOG-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-NUMLOG value "Y".
	01 WS-FROM-DATE pic 9(8) value zero.
	01 WS-TO-DATE pic 9(8) value zero.
	01 WS-TODAY pic 9(8).
	01 WS-TODAY-INT pic 9(8).
	01 WS-RUNS-PRINTED pic 9(4) value zero.
	01 WS-SUM-ISSUED pic 9(8) value zero.
	01 WS-HEADING-1.
	    02 filler pic x(25) value "CUSTOMER NUMBERS ISSUED ".
	    02 WH1-FROM pic 9999/99/99.
	    02 filler pic x(3) value " - ".
	    02 WH1-TO pic 9999/99/99.
	01 WS-CONTROL-LINE-1.
	    02 filler pic x(13) value "LAST ISSUED: ".
	    02 WC1-LAST pic 9(6).
	    02 filler pic x(4) value " ON ".
	    02 WC1-DATE pic 9999/99/99.
	    02 filler pic x(4) value " BY ".
	    02 WC1-PROGRAM pic x(8).
	01 WS-CONTROL-LINE-2.
	    02 filler pic x(17) value "PROTECTED RANGE: ".
	    02 WC2-LOW pic 9(6).
	    02 filler pic x(3) value " - ".
	    02 WC2-HIGH pic 9(6).
	01 WS-HEADING-2.
	    02 filler pic x(12) value "RUN DATE".
	    02 filler pic x(9) value "TIME".
	    02 filler pic x(9) value "PROGRAM".
	    02 filler pic x(9) value "TERMINAL".
	    02 filler pic x(9) value "FIRST ID".
	    02 filler pic x(9) value "LAST ID".
	    02 filler pic x(8) value "ISSUED".
	01 WS-DETAIL-LINE.
	    02 WD-DATE pic 9999/99/99.
	    02 filler pic x(2) value spaces.
	    02 WD-TIME pic 99B99B99.
	    02 filler pic x(1) value space.
	    02 WD-PROGRAM pic x(8).
	    02 filler pic x(1) value space.
	    02 WD-TERMINAL pic x(8).
	    02 filler pic x(1) value space.
	    02 WD-FIRST pic 9(6).
	    02 filler pic x(3) value spaces.
	    02 WD-LAST pic 9(6).
	    02 filler pic x(3) value spaces.
	    02 WD-COUNT pic zzzzz9.
	01 WS-TOTAL-LINE.
	    02 filler pic x(55) value "TOTAL NUMBERS ISSUED".
	    02 WT-COUNT pic zzzzzzz9.
	01 WS-BLANK-LINE pic x(80) value spaces.
	01 WS-FOOTER.
	    02 filler pic x(13) value "RUNS LISTED: ".
	    02 WF-COUNT pic zzz9.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 1000-GET-DATE-RANGE.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-REPORT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN RPTNUMS " WS-REPORT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-FROM-DATE TO WH1-FROM.
	    MOVE WS-TO-DATE TO WH1-TO.
	    WRITE REPORT-LINE FROM WS-HEADING-1.
	    WRITE REPORT-LINE FROM WS-BLANK-LINE.
	    PERFORM 2000-PRINT-CONTROL-STATUS.
	    WRITE REPORT-LINE FROM WS-BLANK-LINE.
	    WRITE REPORT-LINE FROM WS-HEADING-2.
	    PERFORM 3000-SCAN-NUMLOG.
	    PERFORM 4000-WRITE-TOTALS.
	    CLOSE REPORT-FILE.
	    STOP RUN.
	1000-GET-DATE-RANGE.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	        PERFORM 1100-READ-PARM-CARD UNTIL END-OF-PARMS
	        CLOSE PARM-FILE
	    END-IF.
	    IF WS-TO-DATE = ZERO
	        MOVE WS-TODAY TO WS-TO-DATE
	    END-IF.
	    IF WS-FROM-DATE = ZERO
	        MOVE FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
	            TO WS-TODAY-INT
	        SUBTRACT 6 FROM WS-TODAY-INT
	        MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT)
	            TO WS-FROM-DATE
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
	        WHEN "FROMDATE"
	            IF PARM-VALUE(1:8) IS NUMERIC
	                MOVE PARM-VALUE(1:8) TO WS-FROM-DATE
	            ELSE
	                DISPLAY "BAD FROMDATE VALUE " PARM-VALUE
	                PERFORM 1900-PARM-ABORT
	            END-IF
	        WHEN "TODATE"
	            IF PARM-VALUE(1:8) IS NUMERIC
	                MOVE PARM-VALUE(1:8) TO WS-TO-DATE
	            ELSE
	                DISPLAY "BAD TODATE VALUE " PARM-VALUE
	                PERFORM 1900-PARM-ABORT
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " PARM-KEYWORD
	            PERFORM 1900-PARM-ABORT
	    END-EVALUATE.
	1900-PARM-ABORT.
	    MOVE 12 TO RETURN-CODE.
	    STOP RUN.
	2000-PRINT-CONTROL-STATUS.
	    OPEN INPUT NUMCTL-FILE.
	    IF WS-NUMCTL-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN CUSTNUM " WS-NUMCTL-STATUS
	        MOVE "NO CUSTOMER NUMBER CONTROL ON FILE"
	            TO REPORT-LINE
	        WRITE REPORT-LINE
	    ELSE
	        READ NUMCTL-FILE INTO NUM-CONTROL-LINE
	            AT END
	                MOVE "CUSTOMER NUMBER CONTROL IS EMPTY"
	                    TO REPORT-LINE
	                WRITE REPORT-LINE
	            NOT AT END
	                PERFORM 2100-PRINT-CONTROL-LINES
	        END-READ
	        CLOSE NUMCTL-FILE
	    END-IF.
	2100-PRINT-CONTROL-LINES.
	    MOVE NUM-LAST-ISSUED TO WC1-LAST.
	    MOVE NUM-LAST-DATE TO WC1-DATE.
	    MOVE NUM-LAST-PROGRAM TO WC1-PROGRAM.
	    WRITE REPORT-LINE FROM WS-CONTROL-LINE-1.
	    IF NUM-PROTECT-HIGH > ZERO
	        MOVE NUM-PROTECT-LOW TO WC2-LOW
	        MOVE NUM-PROTECT-HIGH TO WC2-HIGH
	        WRITE REPORT-LINE FROM WS-CONTROL-LINE-2
	    ELSE
	        MOVE "PROTECTED RANGE: NONE" TO REPORT-LINE
	        WRITE REPORT-LINE
	    END-IF.
	3000-SCAN-NUMLOG.
	    OPEN INPUT NUMLOG-FILE.
	    IF WS-NUMLOG-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN NUMLOG " WS-NUMLOG-STATUS
	        MOVE "NO CUSTOMER NUMBER LOG ON FILE"
	            TO REPORT-LINE
	        WRITE REPORT-LINE
	        MOVE "Y" TO WS-EOF-SWITCH
	    ELSE
	        PERFORM 3100-LIST-NUMLOG-RECORD
	            UNTIL END-OF-NUMLOG
	        CLOSE NUMLOG-FILE
	    END-IF.
	3100-LIST-NUMLOG-RECORD.
	    READ NUMLOG-FILE INTO NUM-LOG-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF NLG-RUN-DATE >= WS-FROM-DATE
	                    AND NLG-RUN-DATE <= WS-TO-DATE
	                PERFORM 3200-PRINT-ONE-RUN
	            END-IF
	    END-READ.
	3200-PRINT-ONE-RUN.
	    MOVE NLG-RUN-DATE TO WD-DATE.
	    MOVE NLG-RUN-TIME TO WD-TIME.
	    INSPECT WD-TIME REPLACING ALL " " BY ":".
	    MOVE NLG-PROGRAM TO WD-PROGRAM.
	    MOVE NLG-TERMINAL-ID TO WD-TERMINAL.
	    MOVE NLG-FIRST-ID TO WD-FIRST.
	    MOVE NLG-LAST-ID TO WD-LAST.
	    MOVE NLG-ISSUED-COUNT TO WD-COUNT.
	    WRITE REPORT-LINE FROM WS-DETAIL-LINE.
	    ADD 1 TO WS-RUNS-PRINTED.
	    ADD NLG-ISSUED-COUNT TO WS-SUM-ISSUED.
	4000-WRITE-TOTALS.
	    WRITE REPORT-LINE FROM WS-BLANK-LINE.
	    MOVE WS-SUM-ISSUED TO WT-COUNT.
	    WRITE REPORT-LINE FROM WS-TOTAL-LINE.
	    MOVE WS-RUNS-PRINTED TO WF-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER.
