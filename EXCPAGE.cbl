      * Exception queue aging and service-level report
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXCPAGE.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT QUEUE-FILE ASSIGN USING WS-QUEUE-NAME
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-QUEUE-STATUS.
	    SELECT PARM-FILE ASSIGN TO "EXCPPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT REPORT-FILE ASSIGN TO "EXCPAGE.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REPORT-STATUS.
	    SELECT AGE-SORTED-FILE ASSIGN TO "EXCPSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-SORTED-STATUS.
	    SELECT AGE-SORT ASSIGN TO "SORTWK1".
	DATA DIVISION.
	FILE SECTION.
	FD  QUEUE-FILE.
	01  QUEUE-RECORD pic x(100).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	FD  AGE-SORTED-FILE.
	01  AGE-SORTED-RECORD.
	    02  ASR-AGE pic 9(5).
	    02  ASR-QUEUE pic x(12).
	    02  ASR-ID pic x(6).
	    02  ASR-NAME pic x(30).
	    02  ASR-REASON pic x(2).
	    02  ASR-ENTRY-DATE pic 9(8).
	    02  ASR-OVER-FLAG pic x(1).
	SD  AGE-SORT.
	01  AGE-SORT-RECORD.
	    02  SRT-AGE pic 9(5).
	    02  SRT-QUEUE pic x(12).
	    02  SRT-ID pic x(6).
	    02  SRT-NAME pic x(30).
	    02  SRT-REASON pic x(2).
	    02  SRT-ENTRY-DATE pic 9(8).
	    02  SRT-OVER-FLAG pic x(1).
	WORKING-STORAGE SECTION.
	COPY SUSPREC.
	01 WS-QUEUE-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-SORTED-STATUS pic x(2).
	01 WS-QUEUE-NAME pic x(30).
	01 WS-QUEUE-TITLE pic x(12).
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-INPUT value "Y".
	01 WS-PARM-EOF-SWITCH pic x value "N".
	    88 END-OF-PARMS value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-TODAY pic 9(8).
	01 WS-TODAY-INT pic 9(8).
	01 WS-ENTRY-INT pic 9(8).
	01 WS-AGE-DAYS pic 9(5).
	01 WS-RUN-DATE pic x(8).
	01 WS-DAYS-VALUE pic x(3).
	01 WS-DAYS-SUB pic 9(1).
	01 WS-DAYS-VALID pic x.
	01 WS-SLA-REASON pic x(2).
	01 WS-DEFAULT-SLA pic 9(3) value 5.
	01 WS-WORKLIST-MAX pic 9(3) value 25.
	01 WS-Q-IDX pic 9(1).
	01 WS-R-IDX pic 9(1).
	01 WS-B-IDX pic 9(1).
	01 WS-SLA-TABLE.
	    02 WS-SLA-ENTRY occurs 8.
	        03 WS-SLA-DAYS pic 9(3).
	        03 WS-SLA-SET pic x(1).
	01 WS-AGE-TABLE.
	    02 WS-AGE-QUEUE occurs 3.
	        03 WS-AGE-REASON occurs 8.
	            04 WS-AGE-TEXT pic x(20).
	            04 WS-AGE-BUCKET occurs 4 pic 9(6).
	            04 WS-AGE-OVER pic 9(6).
	01 WS-TOTAL-BUCKETS.
	    02 WS-TOTAL-BUCKET occurs 4 pic 9(6).
	01 WS-GRAND-BUCKETS.
	    02 WS-GRAND-BUCKET occurs 4 pic 9(6).
	01 WS-TOTAL-OVER pic 9(6).
	01 WS-GRAND-OVER pic 9(6) value zero.
	01 WS-ROW-TOTAL pic 9(6).
	01 WS-OPEN-COUNT pic 9(6) value zero.
	01 WS-UNDATED-COUNT pic 9(6) value zero.
	01 WS-WORKLIST-COUNT pic 9(3) value zero.
	01 WS-LINE-COUNT pic 9(2) value zero.
	01 WS-PAGE-COUNT pic 9(4) value zero.
	01 WS-MAX-LINES-PER-PAGE pic 9(2) value 55.
	01 WS-PRINT-LINE pic x(80).
	01 WS-COLUMN-LINE pic x(80).
	01 WS-HEADING-1.
	    02 filler pic x(22) value "EXCEPTION QUEUE AGING ".
	    02 WH1-DATE pic 9999/99/99.
	    02 filler pic x(10) value spaces.
	    02 filler pic x(6) value "PAGE  ".
	    02 WH1-PAGE pic zzz9.
	01 WS-AGING-COLUMNS.
	    02 filler pic x(13) value "QUEUE".
	    02 filler pic x(3) value "RC".
	    02 filler pic x(21) value "REASON".
	    02 filler pic x(6) value "  0-2".
	    02 filler pic x(6) value "  3-7".
	    02 filler pic x(6) value " 8-30".
	    02 filler pic x(6) value "  >30".
	    02 filler pic x(7) value " TOTAL".
	    02 filler pic x(6) value " OVER".
	    02 filler pic x(3) value "SLA".
	01 WS-AGING-LINE.
	    02 WAL-QUEUE pic x(12).
	    02 filler pic x(1) value space.
	    02 WAL-CODE pic x(2).
	    02 filler pic x(1) value space.
	    02 WAL-TEXT pic x(20).
	    02 filler pic x(1) value space.
	    02 WAL-BUCKET-1 pic zzzz9.
	    02 filler pic x(1) value space.
	    02 WAL-BUCKET-2 pic zzzz9.
	    02 filler pic x(1) value space.
	    02 WAL-BUCKET-3 pic zzzz9.
	    02 filler pic x(1) value space.
	    02 WAL-BUCKET-4 pic zzzz9.
	    02 filler pic x(1) value space.
	    02 WAL-TOTAL pic zzzzz9.
	    02 filler pic x(1) value space.
	    02 WAL-OVER pic zzzz9.
	    02 filler pic x(1) value space.
	    02 WAL-SLA pic zz9.
	01 WS-WORK-COLUMNS.
	    02 filler pic x(6) value "  AGE".
	    02 filler pic x(13) value "QUEUE".
	    02 filler pic x(7) value "ID".
	    02 filler pic x(31) value "NAME".
	    02 filler pic x(3) value "RC".
	    02 filler pic x(11) value "ENTERED".
	    02 filler pic x(8) value "STATUS".
	01 WS-WORK-LINE.
	    02 WWL-AGE pic zzzz9.
	    02 filler pic x(1) value space.
	    02 WWL-QUEUE pic x(12).
	    02 filler pic x(1) value space.
	    02 WWL-ID pic x(6).
	    02 filler pic x(1) value space.
	    02 WWL-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WWL-REASON pic x(2).
	    02 filler pic x(1) value space.
	    02 WWL-ENTERED pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WWL-STATUS pic x(8).
	01 WS-SECTION-LINE pic x(80).
	01 WS-WORK-TITLE.
	    02 filler pic x(24) value "OLDEST OPEN ITEMS - TOP ".
	    02 WWT-MAX pic zz9.
	01 WS-FOOTER-1.
	    02 filler pic x(25) value "OPEN ITEMS: ".
	    02 WF1-COUNT pic zzzzz9.
	01 WS-FOOTER-2.
	    02 filler pic x(25) value "OVER SERVICE LEVEL: ".
	    02 WF2-COUNT pic zzzzz9.
	01 WS-FOOTER-3.
	    02 filler pic x(25) value "OPEN, NO VALID DATE: ".
	    02 WF3-COUNT pic zzzzz9.
	PROCEDURE DIVISION.
	0000-MAIN.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
	    PERFORM 1000-GET-PARMS.
	    IF NOT RUN-ABORTED
	        MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY)
	            TO WS-TODAY-INT
	        PERFORM 1500-INIT-TABLES
	        SORT AGE-SORT
	            ON DESCENDING KEY SRT-AGE
	            ON ASCENDING KEY SRT-QUEUE SRT-ID
	            INPUT PROCEDURE IS 2000-RELEASE-OPEN-ITEMS
	            GIVING AGE-SORTED-FILE
	        PERFORM 3000-OPEN-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 4000-PRINT-AGING
	        PERFORM 5000-PRINT-WORKLIST
	        PERFORM 8000-WRITE-FOOTERS
	        PERFORM 9000-CLOSE-FILES
	        DISPLAY "OPEN ITEMS: " WS-OPEN-COUNT
	        DISPLAY "OVER SERVICE LEVEL: " WS-GRAND-OVER
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        IF WS-GRAND-OVER > ZERO
	            MOVE 4 TO RETURN-CODE
	        END-IF
	    END-IF.
	    STOP RUN.
	1000-GET-PARMS.
	    PERFORM 1050-CLEAR-SLA
	        VARYING WS-R-IDX FROM 1 BY 1
	        UNTIL WS-R-IDX > 8.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	        PERFORM 1100-READ-PARM-CARD UNTIL END-OF-PARMS
	        CLOSE PARM-FILE
	    ELSE
	        DISPLAY "NO EXCPPARM - DEFAULT SERVICE LEVELS USED"
	    END-IF.
	    PERFORM 1060-DEFAULT-SLA
	        VARYING WS-R-IDX FROM 1 BY 1
	        UNTIL WS-R-IDX > 8.
	1050-CLEAR-SLA.
	    MOVE ZERO TO WS-SLA-DAYS(WS-R-IDX).
	    MOVE "N" TO WS-SLA-SET(WS-R-IDX).
	1060-DEFAULT-SLA.
	    IF WS-SLA-SET(WS-R-IDX) NOT = "Y"
	        MOVE WS-DEFAULT-SLA TO WS-SLA-DAYS(WS-R-IDX)
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
	        WHEN "SLA"
	            PERFORM 1250-APPLY-SLA
	        WHEN "DEFAULTSLA"
	            MOVE PARM-VALUE(1:3) TO WS-DAYS-VALUE
	            PERFORM 1300-EDIT-DAYS
	            IF NOT RUN-ABORTED
	                COMPUTE WS-DEFAULT-SLA =
	                    FUNCTION NUMVAL(WS-DAYS-VALUE)
	            END-IF
	        WHEN "WORKLIST"
	            MOVE PARM-VALUE(1:3) TO WS-DAYS-VALUE
	            PERFORM 1300-EDIT-DAYS
	            IF NOT RUN-ABORTED
	                COMPUTE WS-WORKLIST-MAX =
	                    FUNCTION NUMVAL(WS-DAYS-VALUE)
	            END-IF
	        WHEN "RUNDATE"
	            MOVE PARM-VALUE(1:8) TO WS-RUN-DATE
	            IF WS-RUN-DATE IS NOT NUMERIC
	                DISPLAY "INVALID RUN DATE " WS-RUN-DATE
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            ELSE
	                MOVE WS-RUN-DATE TO WS-TODAY
	            END-IF
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN PARAMETER " PARM-KEYWORD
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	    END-EVALUATE.
	1250-APPLY-SLA.
	    MOVE PARM-VALUE(1:2) TO WS-SLA-REASON.
	    IF WS-SLA-REASON IS NOT NUMERIC
	            OR WS-SLA-REASON < "01"
	            OR WS-SLA-REASON > "07"
	        DISPLAY "INVALID SLA REASON CODE " WS-SLA-REASON
	        SET RUN-ABORTED TO TRUE
	        MOVE "Y" TO WS-PARM-EOF-SWITCH
	    ELSE
	        MOVE PARM-VALUE(4:3) TO WS-DAYS-VALUE
	        PERFORM 1300-EDIT-DAYS
	        IF NOT RUN-ABORTED
	            MOVE WS-SLA-REASON TO WS-R-IDX
	            COMPUTE WS-SLA-DAYS(WS-R-IDX) =
	                FUNCTION NUMVAL(WS-DAYS-VALUE)
	            MOVE "Y" TO WS-SLA-SET(WS-R-IDX)
	        END-IF
	    END-IF.
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
	        MOVE "Y" TO WS-PARM-EOF-SWITCH
	    ELSE
	        IF FUNCTION NUMVAL(WS-DAYS-VALUE) = ZERO
	            DISPLAY "DAYS VALUE MUST NOT BE ZERO"
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	        END-IF
	    END-IF.
	1500-INIT-TABLES.
	    PERFORM 1510-INIT-QUEUE
	        VARYING WS-Q-IDX FROM 1 BY 1
	        UNTIL WS-Q-IDX > 3.
	    PERFORM VARYING WS-B-IDX FROM 1 BY 1
	            UNTIL WS-B-IDX > 4
	        MOVE ZERO TO WS-GRAND-BUCKET(WS-B-IDX)
	    END-PERFORM.
	1510-INIT-QUEUE.
	    PERFORM 1520-INIT-REASON
	        VARYING WS-R-IDX FROM 1 BY 1
	        UNTIL WS-R-IDX > 8.
	1520-INIT-REASON.
	    MOVE SPACES TO WS-AGE-TEXT(WS-Q-IDX, WS-R-IDX).
	    MOVE ZERO TO WS-AGE-OVER(WS-Q-IDX, WS-R-IDX).
	    PERFORM VARYING WS-B-IDX FROM 1 BY 1
	            UNTIL WS-B-IDX > 4
	        MOVE ZERO TO WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, WS-B-IDX)
	    END-PERFORM.
	2000-RELEASE-OPEN-ITEMS.
	    MOVE 1 TO WS-Q-IDX.
	    MOVE "SUSPENSE.DAT" TO WS-QUEUE-NAME.
	    MOVE "SUSPENSE" TO WS-QUEUE-TITLE.
	    PERFORM 2100-SCAN-QUEUE.
	    MOVE 2 TO WS-Q-IDX.
	    MOVE "REVIEWQ.DAT" TO WS-QUEUE-NAME.
	    MOVE "REVIEW" TO WS-QUEUE-TITLE.
	    PERFORM 2100-SCAN-QUEUE.
	    MOVE 3 TO WS-Q-IDX.
	    MOVE "CRMSUSP.DAT" TO WS-QUEUE-NAME.
	    MOVE "CRM SUSPENSE" TO WS-QUEUE-TITLE.
	    PERFORM 2100-SCAN-QUEUE.
	2100-SCAN-QUEUE.
	    MOVE "N" TO WS-EOF-SWITCH.
	    OPEN INPUT QUEUE-FILE.
	    IF WS-QUEUE-STATUS = "00"
	        PERFORM 2200-READ-QUEUE UNTIL END-OF-INPUT
	        CLOSE QUEUE-FILE
	    END-IF.
	2200-READ-QUEUE.
	    READ QUEUE-FILE INTO SUSP-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF NOT SUSP-CORRECTED AND NOT SUSP-ABANDONED
	                PERFORM 2300-AGE-ONE-ITEM
	            END-IF
	    END-READ.
	2300-AGE-ONE-ITEM.
	    ADD 1 TO WS-OPEN-COUNT.
	    MOVE ZERO TO WS-ENTRY-INT.
	    IF SUSP-ENTRY-DATE IS NUMERIC
	            AND SUSP-ENTRY-DATE > ZERO
	            AND SUSP-ENTRY-DATE NOT > WS-TODAY
	        MOVE FUNCTION INTEGER-OF-DATE(SUSP-ENTRY-DATE)
	            TO WS-ENTRY-INT
	    END-IF.
	    IF WS-ENTRY-INT = ZERO
	        ADD 1 TO WS-UNDATED-COUNT
	    ELSE
	        COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ENTRY-INT
	        PERFORM 2400-TALLY-ITEM
	        PERFORM 2500-RELEASE-ITEM
	    END-IF.
	2400-TALLY-ITEM.
	    IF SUSP-REASON-CODE IS NUMERIC
	            AND SUSP-REASON-CODE >= "01"
	            AND SUSP-REASON-CODE <= "07"
	        MOVE SUSP-REASON-CODE TO WS-R-IDX
	    ELSE
	        MOVE 8 TO WS-R-IDX
	    END-IF.
	    IF WS-AGE-TEXT(WS-Q-IDX, WS-R-IDX) = SPACES
	        IF WS-R-IDX = 8
	            MOVE "OTHER REASON"
	                TO WS-AGE-TEXT(WS-Q-IDX, WS-R-IDX)
	        ELSE
	            MOVE SUSP-REASON-TEXT
	                TO WS-AGE-TEXT(WS-Q-IDX, WS-R-IDX)
	        END-IF
	    END-IF.
	    EVALUATE TRUE
	        WHEN WS-AGE-DAYS <= 2
	            MOVE 1 TO WS-B-IDX
	        WHEN WS-AGE-DAYS <= 7
	            MOVE 2 TO WS-B-IDX
	        WHEN WS-AGE-DAYS <= 30
	            MOVE 3 TO WS-B-IDX
	        WHEN OTHER
	            MOVE 4 TO WS-B-IDX
	    END-EVALUATE.
	    ADD 1 TO WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, WS-B-IDX).
	    IF WS-AGE-DAYS > WS-SLA-DAYS(WS-R-IDX)
	        ADD 1 TO WS-AGE-OVER(WS-Q-IDX, WS-R-IDX)
	        ADD 1 TO WS-GRAND-OVER
	        MOVE "Y" TO SRT-OVER-FLAG
	    ELSE
	        MOVE "N" TO SRT-OVER-FLAG
	    END-IF.
	2500-RELEASE-ITEM.
	    MOVE WS-AGE-DAYS TO SRT-AGE.
	    MOVE WS-QUEUE-TITLE TO SRT-QUEUE.
	    MOVE SUSP-ID TO SRT-ID.
	    MOVE SUSP-NAME TO SRT-NAME.
	    MOVE SUSP-REASON-CODE TO SRT-REASON.
	    MOVE SUSP-ENTRY-DATE TO SRT-ENTRY-DATE.
	    RELEASE AGE-SORT-RECORD.
	3000-OPEN-FILES.
	    OPEN INPUT AGE-SORTED-FILE.
	    IF WS-SORTED-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN EXCPSRT " WS-SORTED-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-REPORT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN EXCPAGE " WS-REPORT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	4000-PRINT-AGING.
	    MOVE WS-AGING-COLUMNS TO WS-COLUMN-LINE.
	    MOVE "OPEN ITEMS BY QUEUE, REASON AND DAYS OPEN"
	        TO WS-SECTION-LINE.
	    MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
	    MOVE 1 TO WS-Q-IDX.
	    MOVE "SUSPENSE" TO WS-QUEUE-TITLE.
	    PERFORM 4100-PRINT-QUEUE.
	    MOVE 2 TO WS-Q-IDX.
	    MOVE "REVIEW" TO WS-QUEUE-TITLE.
	    PERFORM 4100-PRINT-QUEUE.
	    MOVE 3 TO WS-Q-IDX.
	    MOVE "CRM SUSPENSE" TO WS-QUEUE-TITLE.
	    PERFORM 4100-PRINT-QUEUE.
	    MOVE SPACES TO WS-AGING-LINE.
	    MOVE "ALL QUEUES" TO WAL-QUEUE.
	    MOVE "TOTAL" TO WAL-TEXT.
	    MOVE WS-GRAND-BUCKET(1) TO WAL-BUCKET-1.
	    MOVE WS-GRAND-BUCKET(2) TO WAL-BUCKET-2.
	    MOVE WS-GRAND-BUCKET(3) TO WAL-BUCKET-3.
	    MOVE WS-GRAND-BUCKET(4) TO WAL-BUCKET-4.
	    COMPUTE WS-ROW-TOTAL = WS-GRAND-BUCKET(1)
	        + WS-GRAND-BUCKET(2) + WS-GRAND-BUCKET(3)
	        + WS-GRAND-BUCKET(4).
	    MOVE WS-ROW-TOTAL TO WAL-TOTAL.
	    MOVE WS-GRAND-OVER TO WAL-OVER.
	    MOVE WS-AGING-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	4100-PRINT-QUEUE.
	    PERFORM VARYING WS-B-IDX FROM 1 BY 1
	            UNTIL WS-B-IDX > 4
	        MOVE ZERO TO WS-TOTAL-BUCKET(WS-B-IDX)
	    END-PERFORM.
	    MOVE ZERO TO WS-TOTAL-OVER.
	    PERFORM 4200-PRINT-REASON
	        VARYING WS-R-IDX FROM 1 BY 1
	        UNTIL WS-R-IDX > 8.
	    MOVE SPACES TO WS-AGING-LINE.
	    MOVE WS-QUEUE-TITLE TO WAL-QUEUE.
	    MOVE "QUEUE TOTAL" TO WAL-TEXT.
	    MOVE WS-TOTAL-BUCKET(1) TO WAL-BUCKET-1.
	    MOVE WS-TOTAL-BUCKET(2) TO WAL-BUCKET-2.
	    MOVE WS-TOTAL-BUCKET(3) TO WAL-BUCKET-3.
	    MOVE WS-TOTAL-BUCKET(4) TO WAL-BUCKET-4.
	    COMPUTE WS-ROW-TOTAL = WS-TOTAL-BUCKET(1)
	        + WS-TOTAL-BUCKET(2) + WS-TOTAL-BUCKET(3)
	        + WS-TOTAL-BUCKET(4).
	    MOVE WS-ROW-TOTAL TO WAL-TOTAL.
	    MOVE WS-TOTAL-OVER TO WAL-OVER.
	    MOVE WS-AGING-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	    MOVE SPACES TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	4200-PRINT-REASON.
	    COMPUTE WS-ROW-TOTAL =
	        WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 1)
	        + WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 2)
	        + WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 3)
	        + WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 4).
	    IF WS-ROW-TOTAL > ZERO
	        MOVE SPACES TO WS-AGING-LINE
	        MOVE WS-QUEUE-TITLE TO WAL-QUEUE
	        IF WS-R-IDX = 8
	            MOVE "**" TO WAL-CODE
	        ELSE
	            MOVE WS-R-IDX TO WAL-CODE(2:1)
	            MOVE "0" TO WAL-CODE(1:1)
	        END-IF
	        MOVE WS-AGE-TEXT(WS-Q-IDX, WS-R-IDX) TO WAL-TEXT
	        MOVE WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 1)
	            TO WAL-BUCKET-1
	        MOVE WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 2)
	            TO WAL-BUCKET-2
	        MOVE WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 3)
	            TO WAL-BUCKET-3
	        MOVE WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, 4)
	            TO WAL-BUCKET-4
	        MOVE WS-ROW-TOTAL TO WAL-TOTAL
	        MOVE WS-AGE-OVER(WS-Q-IDX, WS-R-IDX) TO WAL-OVER
	        MOVE WS-SLA-DAYS(WS-R-IDX) TO WAL-SLA
	        MOVE WS-AGING-LINE TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	        PERFORM 4300-ADD-TO-TOTALS
	            VARYING WS-B-IDX FROM 1 BY 1
	            UNTIL WS-B-IDX > 4
	        ADD WS-AGE-OVER(WS-Q-IDX, WS-R-IDX) TO WS-TOTAL-OVER
	    END-IF.
	4300-ADD-TO-TOTALS.
	    ADD WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, WS-B-IDX)
	        TO WS-TOTAL-BUCKET(WS-B-IDX).
	    ADD WS-AGE-BUCKET(WS-Q-IDX, WS-R-IDX, WS-B-IDX)
	        TO WS-GRAND-BUCKET(WS-B-IDX).
	5000-PRINT-WORKLIST.
	    MOVE WS-WORK-COLUMNS TO WS-COLUMN-LINE.
	    MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
	    MOVE WS-WORKLIST-MAX TO WWT-MAX.
	    MOVE WS-WORK-TITLE TO WS-SECTION-LINE.
	    MOVE "N" TO WS-EOF-SWITCH.
	    PERFORM 5100-PRINT-WORK-ITEM
	        UNTIL END-OF-INPUT
	            OR WS-WORKLIST-COUNT >= WS-WORKLIST-MAX.
	    IF WS-WORKLIST-COUNT = ZERO
	        MOVE "    NO OPEN ITEMS" TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	    END-IF.
	5100-PRINT-WORK-ITEM.
	    READ AGE-SORTED-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            ADD 1 TO WS-WORKLIST-COUNT
	            MOVE ASR-AGE TO WWL-AGE
	            MOVE ASR-QUEUE TO WWL-QUEUE
	            MOVE ASR-ID TO WWL-ID
	            MOVE ASR-NAME TO WWL-NAME
	            MOVE ASR-REASON TO WWL-REASON
	            MOVE ASR-ENTRY-DATE TO WWL-ENTERED
	            IF ASR-OVER-FLAG = "Y"
	                MOVE "OVER SLA" TO WWL-STATUS
	            ELSE
	                MOVE SPACES TO WWL-STATUS
	            END-IF
	            MOVE WS-WORK-LINE TO WS-PRINT-LINE
	            PERFORM 7000-PRINT-LINE
	    END-READ.
	7000-PRINT-LINE.
	    IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
	        PERFORM 7100-WRITE-HEADINGS
	    END-IF.
	    WRITE REPORT-LINE FROM WS-PRINT-LINE.
	    ADD 1 TO WS-LINE-COUNT.
	7100-WRITE-HEADINGS.
	    ADD 1 TO WS-PAGE-COUNT.
	    MOVE WS-TODAY TO WH1-DATE.
	    MOVE WS-PAGE-COUNT TO WH1-PAGE.
	    WRITE REPORT-LINE FROM WS-HEADING-1.
	    WRITE REPORT-LINE FROM WS-SECTION-LINE.
	    WRITE REPORT-LINE FROM WS-COLUMN-LINE.
	    MOVE 3 TO WS-LINE-COUNT.
	8000-WRITE-FOOTERS.
	    MOVE SPACES TO WS-PRINT-LINE.
	    WRITE REPORT-LINE FROM WS-PRINT-LINE.
	    MOVE WS-OPEN-COUNT TO WF1-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    MOVE WS-GRAND-OVER TO WF2-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    MOVE WS-UNDATED-COUNT TO WF3-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	9000-CLOSE-FILES.
	    CLOSE AGE-SORTED-FILE.
	    CLOSE REPORT-FILE.
