      * Audit trail verification - sequence, count and hash checks
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AUDVRFY.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-SOURCE-STATUS.
	    SELECT CATALOG-FILE ASSIGN TO "AUDCAT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CATALOG-STATUS.
	    SELECT REPORT-FILE ASSIGN TO "AUDVRFY.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REPORT-STATUS.
	    SELECT VERIFY-SORTED-FILE ASSIGN TO "AUDVSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-VERIFY-STATUS.
	    SELECT ACK-FILE ASSIGN TO "AUDACK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-ACK-STATUS.
	    SELECT PARM-FILE ASSIGN TO "ARCHPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT VERIFY-SORT ASSIGN TO "SORTWK1".
	DATA DIVISION.
	FILE SECTION.
	FD  SOURCE-FILE.
	01  SOURCE-RECORD pic x(121).
	FD  CATALOG-FILE.
	01  CATALOG-RECORD pic x(57).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	FD  VERIFY-SORTED-FILE.
	01  VERIFY-SORTED-RECORD.
	    02  VSR-AUDIT-LINE pic x(121).
	    02  VSR-SOURCE pic x(30).
	FD  ACK-FILE.
	01  ACK-RECORD pic x(34).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	SD  VERIFY-SORT.
	01  VERIFY-SORT-RECORD.
	    02  VRF-AUDIT-LINE.
	        03  filler pic x(87).
	        03  VRF-PROGRAM pic x(8).
	        03  filler pic x(1).
	        03  VRF-RUN-ID pic x(16).
	        03  filler pic x(1).
	        03  VRF-SEQUENCE pic x(8).
	    02  VRF-SOURCE pic x(30).
	WORKING-STORAGE SECTION.
	COPY AUDITREC.
	COPY AUDCAT.
	COPY AUDACK.
	01 WS-SOURCE-STATUS pic x(2).
	01 WS-ACK-STATUS pic x(2).
	01 WS-PARM-STATUS pic x(2).
	01 WS-CATALOG-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-VERIFY-STATUS pic x(2).
	01 WS-SOURCE-NAME pic x(30).
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-INPUT value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-TODAY pic 9(8).
	01 WS-ARC-TABLE.
	    02 WS-ARC-ENTRY occurs 200.
	        03 WS-ARC-NAME pic x(30).
	        03 WS-ARC-EXPECTED pic 9(8).
	01 WS-ARC-COUNT pic 9(3) value zero.
	01 WS-ARC-IDX pic 9(3).
	01 WS-ARC-FOUND-IDX pic 9(3).
	01 WS-ABEND-TABLE.
	    02 WS-ABEND-RUN occurs 500 pic x(16).
	01 WS-ABEND-COUNT pic 9(3) value zero.
	01 WS-ABEND-IDX pic 9(3).
	01 WS-ABEND-SWITCH pic x.
	    88 RUN-ACKNOWLEDGED value "Y".
	01 WS-FILE-LINES pic 9(8).
	01 WS-FILE-LEGACY pic 9(8).
	01 WS-FILE-EXPECTED pic 9(8).
	01 WS-FILE-CHECK-SWITCH pic x.
	    88 CHECK-FILE-COUNT value "Y".
	01 WS-VFY-PROGRAM pic x(8).
	01 WS-VFY-RUN-ID pic x(16).
	01 WS-VFY-LAST-SEQ pic 9(8).
	01 WS-VFY-DETAILS pic 9(8).
	01 WS-VFY-HASH pic 9(15).
	01 WS-VFY-HASH-IDX pic 9(3).
	01 WS-VFY-TRAILER-SWITCH pic x.
	    88 VFY-TRAILER-SEEN value "Y".
	01 WS-VFY-FAIL-SWITCH pic x.
	    88 VFY-RUN-FAILED value "Y".
	01 WS-VFY-PROBLEM pic x(24).
	01 WS-VFY-SOURCE pic x(30).
	01 WS-VFY-SEQ-TEXT pic x(8).
	01 WS-RUN-COUNT pic 9(6) value zero.
	01 WS-FAILED-COUNT pic 9(6) value zero.
	01 WS-ACKED-COUNT pic 9(6) value zero.
	01 WS-LEGACY-COUNT pic 9(8) value zero.
	01 WS-FILE-ERROR-COUNT pic 9(6) value zero.
	01 WS-PROBLEM-COUNT pic 9(6) value zero.
	01 WS-LINE-COUNT pic 9(2) value zero.
	01 WS-PAGE-COUNT pic 9(4) value zero.
	01 WS-MAX-LINES-PER-PAGE pic 9(2) value 55.
	01 WS-PRINT-LINE pic x(80).
	01 WS-COLUMN-LINE pic x(80).
	01 WS-SECTION-LINE pic x(80).
	01 WS-HEADING-1.
	    02 filler pic x(25) value "AUDIT TRAIL VERIFICATION ".
	    02 WH1-DATE pic 9999/99/99.
	    02 filler pic x(10) value spaces.
	    02 filler pic x(6) value "PAGE  ".
	    02 WH1-PAGE pic zzz9.
	01 WS-FILE-COLUMNS.
	    02 filler pic x(31) value "FILE".
	    02 filler pic x(10) value "     LINES".
	    02 filler pic x(10) value "    NO RUN".
	    02 filler pic x(10) value "  CATALOG".
	    02 filler pic x(19) value " RESULT".
	01 WS-FILE-LINE.
	    02 WFL-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WFL-LINES pic zzzzzzzz9.
	    02 filler pic x(1) value space.
	    02 WFL-LEGACY pic zzzzzzzz9.
	    02 filler pic x(1) value space.
	    02 WFL-EXPECTED pic x(9).
	    02 filler pic x(2) value spaces.
	    02 WFL-RESULT pic x(18).
	01 WS-EXPECTED-EDIT pic zzzzzzzz9.
	01 WS-EXCEPTION-COLUMNS.
	    02 filler pic x(9) value "PROGRAM".
	    02 filler pic x(17) value "RUN ID".
	    02 filler pic x(9) value "SEQUENCE".
	    02 filler pic x(25) value "PROBLEM".
	    02 filler pic x(20) value "FILE".
	01 WS-EXCEPTION-LINE.
	    02 WEL-PROGRAM pic x(8).
	    02 filler pic x(1) value space.
	    02 WEL-RUN-ID pic x(16).
	    02 filler pic x(1) value space.
	    02 WEL-SEQUENCE pic x(8).
	    02 filler pic x(1) value space.
	    02 WEL-PROBLEM pic x(24).
	    02 filler pic x(1) value space.
	    02 WEL-SOURCE pic x(20).
	01 WS-FOOTER-1.
	    02 filler pic x(28) value "RUNS CHECKED: ".
	    02 WF1-COUNT pic zzzzz9.
	01 WS-FOOTER-2.
	    02 filler pic x(28) value "RUNS FAILING VERIFICATION: ".
	    02 WF2-COUNT pic zzzzz9.
	01 WS-FOOTER-3.
	    02 filler pic x(28) value "FILES FAILING CHECKS: ".
	    02 WF3-COUNT pic zzzzz9.
	01 WS-FOOTER-4.
	    02 filler pic x(28) value "LINES WITHOUT RUN ID: ".
	    02 WF4-COUNT pic zzzzzzz9.
	01 WS-FOOTER-5.
	    02 filler pic x(28) value "RUNS ACKNOWLEDGED: ".
	    02 WF5-COUNT pic zzzzz9.
	PROCEDURE DIVISION.
	0000-MAIN.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-REPORT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDVRFY " WS-REPORT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1000-LOAD-CATALOG
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1300-LOAD-ABEND-ACKS
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1500-LOAD-ABENDRUN-CARDS
	    END-IF.
	    IF NOT RUN-ABORTED
	        MOVE WS-FILE-COLUMNS TO WS-COLUMN-LINE
	        MOVE "FILES CHECKED" TO WS-SECTION-LINE
	        MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT
	        SORT VERIFY-SORT
	            ON ASCENDING KEY VRF-PROGRAM VRF-RUN-ID VRF-SEQUENCE
	            INPUT PROCEDURE IS 2000-RELEASE-LINES
	            GIVING VERIFY-SORTED-FILE
	        PERFORM 3000-VERIFY-RUNS
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 8000-WRITE-FOOTERS
	        DISPLAY "RUNS CHECKED: " WS-RUN-COUNT
	        DISPLAY "RUNS FAILING VERIFICATION: " WS-FAILED-COUNT
	        DISPLAY "RUNS ACKNOWLEDGED: " WS-ACKED-COUNT
	        DISPLAY "FILES FAILING CHECKS: " WS-FILE-ERROR-COUNT
	        DISPLAY "LINES WITHOUT RUN ID: " WS-LEGACY-COUNT
	    END-IF.
	    IF WS-REPORT-STATUS = "00"
	        CLOSE REPORT-FILE
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        IF WS-FAILED-COUNT > ZERO OR WS-FILE-ERROR-COUNT > ZERO
	            MOVE 8 TO RETURN-CODE
	        ELSE
	            IF WS-LEGACY-COUNT > ZERO
	                MOVE 4 TO RETURN-CODE
	            END-IF
	        END-IF
	    END-IF.
	    STOP RUN.
	1000-LOAD-CATALOG.
	    OPEN INPUT CATALOG-FILE.
	    IF WS-CATALOG-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 1100-READ-CATALOG UNTIL END-OF-INPUT
	        CLOSE CATALOG-FILE
	    ELSE
	        IF WS-CATALOG-STATUS NOT = "35"
	            DISPLAY "UNABLE TO OPEN AUDCAT " WS-CATALOG-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1100-READ-CATALOG.
	    READ CATALOG-FILE INTO CAT-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 1200-ADD-ARCHIVE
	    END-READ.
	1200-ADD-ARCHIVE.
	    MOVE ZERO TO WS-ARC-FOUND-IDX.
	    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
	            UNTIL WS-ARC-IDX > WS-ARC-COUNT
	        IF WS-ARC-NAME(WS-ARC-IDX) = CAT-ARCHIVE-NAME
	            MOVE WS-ARC-IDX TO WS-ARC-FOUND-IDX
	        END-IF
	    END-PERFORM.
	    IF CAT-RECORD-COUNT IS NOT NUMERIC
	        MOVE ZERO TO CAT-RECORD-COUNT
	    END-IF.
	    IF WS-ARC-FOUND-IDX > ZERO
	        ADD CAT-RECORD-COUNT
	            TO WS-ARC-EXPECTED(WS-ARC-FOUND-IDX)
	    ELSE
	        IF WS-ARC-COUNT < 200
	            ADD 1 TO WS-ARC-COUNT
	            MOVE CAT-ARCHIVE-NAME TO WS-ARC-NAME(WS-ARC-COUNT)
	            MOVE CAT-RECORD-COUNT
	                TO WS-ARC-EXPECTED(WS-ARC-COUNT)
	        ELSE
	            DISPLAY "AUDCAT EXCEEDS ARCHIVE TABLE"
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-EOF-SWITCH
	        END-IF
	    END-IF.
	1300-LOAD-ABEND-ACKS.
	    OPEN INPUT ACK-FILE.
	    IF WS-ACK-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 1400-READ-ABEND-ACK UNTIL END-OF-INPUT
	        CLOSE ACK-FILE
	    ELSE
	        IF WS-ACK-STATUS NOT = "35"
	            DISPLAY "UNABLE TO OPEN AUDACK " WS-ACK-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1400-READ-ABEND-ACK.
	    READ ACK-FILE INTO ACK-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 1700-ADD-ABEND-RUN
	    END-READ.
	1500-LOAD-ABENDRUN-CARDS.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 1600-READ-PARM-CARD UNTIL END-OF-INPUT
	        CLOSE PARM-FILE
	    END-IF.
	1600-READ-PARM-CARD.
	    READ PARM-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF PARM-KEYWORD = "ABENDRUN"
	                MOVE PARM-VALUE(1:16) TO ACK-RUN-ID
	                PERFORM 1700-ADD-ABEND-RUN
	            END-IF
	    END-READ.
	1700-ADD-ABEND-RUN.
	    IF WS-ABEND-COUNT < 500
	        ADD 1 TO WS-ABEND-COUNT
	        MOVE ACK-RUN-ID TO WS-ABEND-RUN(WS-ABEND-COUNT)
	    ELSE
	        DISPLAY "ACKNOWLEDGED RUNS EXCEED ABEND TABLE"
	        SET RUN-ABORTED TO TRUE
	        MOVE "Y" TO WS-EOF-SWITCH
	    END-IF.
	2000-RELEASE-LINES.
	    MOVE "AUDIT.DAT" TO WS-SOURCE-NAME.
	    MOVE "N" TO WS-FILE-CHECK-SWITCH.
	    PERFORM 2100-RELEASE-FILE.
	    PERFORM 2050-RELEASE-ARCHIVE
	        VARYING WS-ARC-IDX FROM 1 BY 1
	        UNTIL WS-ARC-IDX > WS-ARC-COUNT.
	2050-RELEASE-ARCHIVE.
	    MOVE WS-ARC-NAME(WS-ARC-IDX) TO WS-SOURCE-NAME.
	    MOVE WS-ARC-EXPECTED(WS-ARC-IDX) TO WS-FILE-EXPECTED.
	    SET CHECK-FILE-COUNT TO TRUE.
	    PERFORM 2100-RELEASE-FILE.
	2100-RELEASE-FILE.
	    MOVE ZERO TO WS-FILE-LINES.
	    MOVE ZERO TO WS-FILE-LEGACY.
	    MOVE SPACES TO WS-FILE-LINE.
	    MOVE WS-SOURCE-NAME TO WFL-NAME.
	    OPEN INPUT SOURCE-FILE.
	    IF WS-SOURCE-STATUS NOT = "00"
	        MOVE "NOT AVAILABLE" TO WFL-RESULT
	        ADD 1 TO WS-FILE-ERROR-COUNT
	    ELSE
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 2200-READ-SOURCE UNTIL END-OF-INPUT
	        CLOSE SOURCE-FILE
	        MOVE WS-FILE-LINES TO WFL-LINES
	        MOVE WS-FILE-LEGACY TO WFL-LEGACY
	        MOVE "OK" TO WFL-RESULT
	        IF CHECK-FILE-COUNT
	            MOVE WS-FILE-EXPECTED TO WS-EXPECTED-EDIT
	            MOVE WS-EXPECTED-EDIT TO WFL-EXPECTED
	            IF WS-FILE-LINES NOT = WS-FILE-EXPECTED
	                MOVE "COUNT MISMATCH" TO WFL-RESULT
	                ADD 1 TO WS-FILE-ERROR-COUNT
	            END-IF
	        END-IF
	    END-IF.
	    MOVE WS-FILE-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	2200-READ-SOURCE.
	    READ SOURCE-FILE INTO AUD-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            ADD 1 TO WS-FILE-LINES
	            IF AUD-RUN-ID = SPACES
	                ADD 1 TO WS-FILE-LEGACY
	                ADD 1 TO WS-LEGACY-COUNT
	            ELSE
	                MOVE AUD-LINE TO VRF-AUDIT-LINE
	                MOVE WS-SOURCE-NAME TO VRF-SOURCE
	                RELEASE VERIFY-SORT-RECORD
	            END-IF
	    END-READ.
	3000-VERIFY-RUNS.
	    MOVE WS-EXCEPTION-COLUMNS TO WS-COLUMN-LINE.
	    MOVE "RUN EXCEPTIONS" TO WS-SECTION-LINE.
	    MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
	    OPEN INPUT VERIFY-SORTED-FILE.
	    IF WS-VERIFY-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDVSRT " WS-VERIFY-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        MOVE SPACES TO WS-VFY-PROGRAM
	        MOVE SPACES TO WS-VFY-RUN-ID
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3100-VERIFY-LINE UNTIL END-OF-INPUT
	        IF WS-VFY-RUN-ID NOT = SPACES
	            PERFORM 3600-END-RUN
	        END-IF
	        CLOSE VERIFY-SORTED-FILE
	        IF WS-PROBLEM-COUNT = ZERO
	            MOVE "    NONE" TO WS-PRINT-LINE
	            PERFORM 7000-PRINT-LINE
	        END-IF
	    END-IF.
	3100-VERIFY-LINE.
	    READ VERIFY-SORTED-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            MOVE VSR-AUDIT-LINE TO AUD-LINE
	            MOVE VSR-SOURCE TO WS-VFY-SOURCE
	            MOVE AUD-LINE(114:8) TO WS-VFY-SEQ-TEXT
	            PERFORM 3200-CHECK-LINE
	    END-READ.
	3200-CHECK-LINE.
	    IF AUD-PROGRAM NOT = WS-VFY-PROGRAM
	            OR AUD-RUN-ID NOT = WS-VFY-RUN-ID
	        IF WS-VFY-RUN-ID NOT = SPACES
	            PERFORM 3600-END-RUN
	        END-IF
	        PERFORM 3500-START-RUN
	    END-IF.
	    IF VFY-TRAILER-SEEN
	        MOVE "LINE AFTER TRAILER" TO WS-VFY-PROBLEM
	        PERFORM 3800-FLAG-PROBLEM
	    END-IF.
	    IF AUD-SEQUENCE IS NOT NUMERIC
	        MOVE "SEQUENCE NOT NUMERIC" TO WS-VFY-PROBLEM
	        PERFORM 3800-FLAG-PROBLEM
	    ELSE
	        IF AUD-SEQUENCE = WS-VFY-LAST-SEQ
	            MOVE "DUPLICATE SEQUENCE" TO WS-VFY-PROBLEM
	            PERFORM 3800-FLAG-PROBLEM
	        ELSE
	            IF AUD-SEQUENCE NOT = WS-VFY-LAST-SEQ + 1
	                MOVE "SEQUENCE GAP" TO WS-VFY-PROBLEM
	                PERFORM 3800-FLAG-PROBLEM
	            END-IF
	        END-IF
	        MOVE AUD-SEQUENCE TO WS-VFY-LAST-SEQ
	    END-IF.
	    IF AUD-IS-TRAILER
	        SET VFY-TRAILER-SEEN TO TRUE
	        IF AUD-TRL-COUNT IS NOT NUMERIC
	                OR AUD-TRL-COUNT NOT = WS-VFY-DETAILS
	            MOVE "TRAILER COUNT MISMATCH" TO WS-VFY-PROBLEM
	            PERFORM 3800-FLAG-PROBLEM
	        END-IF
	        IF AUD-TRL-HASH IS NOT NUMERIC
	                OR AUD-TRL-HASH NOT = WS-VFY-HASH
	            MOVE "TRAILER HASH MISMATCH" TO WS-VFY-PROBLEM
	            PERFORM 3800-FLAG-PROBLEM
	        END-IF
	    ELSE
	        ADD 1 TO WS-VFY-DETAILS
	        PERFORM 3300-HASH-CHAR
	            VARYING WS-VFY-HASH-IDX FROM 1 BY 1
	            UNTIL WS-VFY-HASH-IDX > 86
	    END-IF.
	3300-HASH-CHAR.
	    COMPUTE WS-VFY-HASH = WS-VFY-HASH
	        + FUNCTION ORD(AUD-LINE(WS-VFY-HASH-IDX:1))
	        * WS-VFY-HASH-IDX.
	3500-START-RUN.
	    MOVE AUD-PROGRAM TO WS-VFY-PROGRAM.
	    MOVE AUD-RUN-ID TO WS-VFY-RUN-ID.
	    MOVE ZERO TO WS-VFY-LAST-SEQ.
	    MOVE ZERO TO WS-VFY-DETAILS.
	    MOVE ZERO TO WS-VFY-HASH.
	    MOVE "N" TO WS-VFY-TRAILER-SWITCH.
	    MOVE "N" TO WS-VFY-FAIL-SWITCH.
	3600-END-RUN.
	    IF NOT VFY-TRAILER-SEEN
	        MOVE SPACES TO WS-VFY-SEQ-TEXT
	        PERFORM 3650-CHECK-ACKNOWLEDGED
	        IF RUN-ACKNOWLEDGED
	            ADD 1 TO WS-ACKED-COUNT
	            MOVE "ACKNOWLEDGED" TO WS-VFY-PROBLEM
	            PERFORM 3700-PRINT-EXCEPTION
	        ELSE
	            MOVE "NO TRAILER" TO WS-VFY-PROBLEM
	            PERFORM 3800-FLAG-PROBLEM
	        END-IF
	    END-IF.
	    ADD 1 TO WS-RUN-COUNT.
	    IF VFY-RUN-FAILED
	        ADD 1 TO WS-FAILED-COUNT
	    END-IF.
	3650-CHECK-ACKNOWLEDGED.
	    MOVE "N" TO WS-ABEND-SWITCH.
	    PERFORM VARYING WS-ABEND-IDX FROM 1 BY 1
	            UNTIL WS-ABEND-IDX > WS-ABEND-COUNT
	                OR RUN-ACKNOWLEDGED
	        IF WS-ABEND-RUN(WS-ABEND-IDX) = WS-VFY-RUN-ID
	            SET RUN-ACKNOWLEDGED TO TRUE
	        END-IF
	    END-PERFORM.
	3700-PRINT-EXCEPTION.
	    ADD 1 TO WS-PROBLEM-COUNT.
	    MOVE WS-VFY-PROGRAM TO WEL-PROGRAM.
	    MOVE WS-VFY-RUN-ID TO WEL-RUN-ID.
	    MOVE WS-VFY-SEQ-TEXT TO WEL-SEQUENCE.
	    MOVE WS-VFY-PROBLEM TO WEL-PROBLEM.
	    MOVE WS-VFY-SOURCE TO WEL-SOURCE.
	    MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	3800-FLAG-PROBLEM.
	    SET VFY-RUN-FAILED TO TRUE.
	    PERFORM 3700-PRINT-EXCEPTION.
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
	    MOVE WS-RUN-COUNT TO WF1-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    MOVE WS-FAILED-COUNT TO WF2-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    MOVE WS-ACKED-COUNT TO WF5-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-5.
	    MOVE WS-FILE-ERROR-COUNT TO WF3-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	    MOVE WS-LEGACY-COUNT TO WF4-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-4.
