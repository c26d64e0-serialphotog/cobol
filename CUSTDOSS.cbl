      * Customer dossier - every file entry for requested customers
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CUSTDOSS.
	AUTHOR. Adam Thompson.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT REQUEST-FILE ASSIGN TO "DOSSREQ.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REQUEST-STATUS.
	    SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS CUST-ID
	        ALTERNATE RECORD KEY IS CUST-NAME
	            WITH DUPLICATES
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-HISTORY-STATUS.
	    SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-AUDIT-STATUS.
	    SELECT CATALOG-FILE ASSIGN TO "AUDCAT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CATALOG-STATUS.
	    SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-ARCHIVE-STATUS.
	    SELECT QUEUE-FILE ASSIGN USING WS-QUEUE-NAME
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-QUEUE-STATUS.
	    SELECT XREF-FILE ASSIGN TO "MERGXREF.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-XREF-STATUS.
	    SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-EXTRACT-STATUS.
	    SELECT PENDING-FILE ASSIGN TO "EXPEND.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PENDING-STATUS.
	    SELECT ACK-FILE ASSIGN TO "ACKNOWL.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-ACK-STATUS.
	    SELECT CHG-PENDING-FILE ASSIGN TO "CHGPEND.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CHGPEND-STATUS.
	    SELECT REPORT-FILE ASSIGN TO "DOSSIER.PRT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  REQUEST-FILE.
	01  REQUEST-CARD.
	    02  REQ-TYPE pic x(1).
	    02  filler pic x(1).
	    02  REQ-VALUE pic x(30).
	    02  filler pic x(48).
	FD  MASTER-FILE.
	    COPY CUSTREC.
	FD  HISTORY-FILE.
	01  HISTORY-RECORD pic x(172).
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  CATALOG-FILE.
	01  CATALOG-RECORD pic x(57).
	FD  ARCHIVE-FILE.
	01  ARCHIVE-RECORD pic x(121).
	FD  QUEUE-FILE.
	01  QUEUE-RECORD pic x(100).
	FD  XREF-FILE.
	01  XREF-RECORD pic x(22).
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD pic x(44).
	FD  PENDING-FILE.
	01  PENDING-RECORD pic x(53).
	FD  ACK-FILE.
	01  ACK-RECORD pic x(6).
	FD  CHG-PENDING-FILE.
	01  CHG-PENDING-RECORD pic x(132).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(80).
	WORKING-STORAGE SECTION.
	COPY HISTREC.
	COPY AUDITREC.
	COPY AUDCAT.
	COPY SUSPREC.
	COPY EXTREC.
	COPY CHGREC.
	01 WS-XREF-LINE.
	    02 XRF-OLD-ID pic 9(6).
	    02 filler pic x(1) value space.
	    02 XRF-NEW-ID pic 9(6).
	    02 filler pic x(1) value space.
	    02 XRF-DATE pic 9(8).
	01 WS-PENDING-LINE.
	    02 PEND-EXTRACT pic x(44).
	    02 filler pic x(1) value space.
	    02 PEND-SENT-DATE pic 9(8).
	01 WS-CHG-PENDING-LINE.
	    02 CPEND-CHANGE pic x(123).
	    02 filler pic x(1) value space.
	    02 CPEND-SENT-DATE pic 9(8).
	01 WS-REQUEST-STATUS pic x(2).
	01 WS-MASTER-STATUS pic x(2).
	01 WS-HISTORY-STATUS pic x(2).
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-CATALOG-STATUS pic x(2).
	01 WS-ARCHIVE-STATUS pic x(2).
	01 WS-QUEUE-STATUS pic x(2).
	01 WS-XREF-STATUS pic x(2).
	01 WS-EXTRACT-STATUS pic x(2).
	01 WS-PENDING-STATUS pic x(2).
	01 WS-ACK-STATUS pic x(2).
	01 WS-CHGPEND-STATUS pic x(2).
	01 WS-REPORT-STATUS pic x(2).
	01 WS-ARCHIVE-NAME pic x(30).
	01 WS-QUEUE-NAME pic x(30).
	01 WS-QUEUE-TITLE pic x(12).
	01 WS-EOF-SWITCH pic x value "N".
	    88 END-OF-INPUT value "Y".
	01 WS-ABORT-SWITCH pic x value "N".
	    88 RUN-ABORTED value "Y".
	01 WS-TODAY pic 9(8).
	01 WS-REQ-TABLE.
	    02 WS-REQ-ENTRY occurs 100.
	        03 WS-REQ-TYPE pic x(1).
	        03 WS-REQ-VALUE pic x(30).
	01 WS-REQ-COUNT pic 9(4) value zero.
	01 WS-REQ-IDX pic 9(4).
	01 WS-ARC-TABLE.
	    02 WS-ARC-ENTRY occurs 200 pic x(30).
	01 WS-ARC-COUNT pic 9(4) value zero.
	01 WS-ARC-IDX pic 9(4).
	01 WS-ARC-FOUND pic x.
	01 WS-MATCH-TABLE.
	    02 WS-MATCH-ID occurs 50 pic 9(6).
	01 WS-MATCH-COUNT pic 9(4) value zero.
	01 WS-MATCH-IDX pic 9(4).
	01 WS-NAME-TABLE.
	    02 WS-NAME-ENTRY occurs 10 pic x(30).
	01 WS-NAME-COUNT pic 9(2) value zero.
	01 WS-NAME-IDX pic 9(2).
	01 WS-NAME-TO-CHECK pic x(30).
	01 WS-NAME-MATCH-SWITCH pic x.
	    88 NAME-MATCHES value "Y".
	01 WS-DOSS-ID pic 9(6) value zero.
	01 WS-DOSS-ID-X redefines WS-DOSS-ID pic x(6).
	01 WS-DOSS-NAME pic x(30).
	01 WS-DOSS-FOUND-SWITCH pic x.
	    88 DOSS-ON-MASTER value "Y".
	01 WS-ITEM-SWITCH pic x.
	    88 ITEM-BELONGS value "Y".
	01 WS-SECTION-COUNT pic 9(6) value zero.
	01 WS-DOSSIER-COUNT pic 9(6) value zero.
	01 WS-NOT-FOUND-COUNT pic 9(6) value zero.
	01 WS-BAD-REQUEST-COUNT pic 9(6) value zero.
	01 WS-EXT-STATE pic x(1).
	    88 EXT-NOT-SEEN value " ".
	01 WS-EXT-SENT-DATE pic 9(8).
	01 WS-STATUS-CODE pic x(1).
	01 WS-STATUS-TEXT pic x(8).
	01 WS-DATE-NUM pic 9(8).
	01 WS-LINE-COUNT pic 9(2) value zero.
	01 WS-PAGE-COUNT pic 9(4) value zero.
	01 WS-MAX-LINES-PER-PAGE pic 9(2) value 55.
	01 WS-PRINT-LINE pic x(80).
	01 WS-HEADING-1.
	    02 filler pic x(17) value "CUSTOMER DOSSIER ".
	    02 WH1-DATE pic 9999/99/99.
	    02 filler pic x(39) value spaces.
	    02 filler pic x(6) value "PAGE  ".
	    02 WH1-PAGE pic zzz9.
	01 WS-HEADING-2.
	    02 filler pic x(9) value "CUST ID  ".
	    02 WH2-ID pic x(6).
	    02 filler pic x(2) value spaces.
	    02 WH2-NAME pic x(30).
	01 WS-SECTION-LINE.
	    02 filler pic x(1) value space.
	    02 WSL-TITLE pic x(40).
	01 WS-MASTER-LINE-1.
	    02 filler pic x(4) value spaces.
	    02 filler pic x(12) value "ENTRY DATE  ".
	    02 WM1-ENTRY-DATE pic 9999/99/99.
	    02 filler pic x(4) value spaces.
	    02 filler pic x(12) value "PROCESSED   ".
	    02 WM1-PROCESSED-DATE pic 9999/99/99.
	01 WS-MASTER-LINE-2.
	    02 filler pic x(4) value spaces.
	    02 filler pic x(12) value "STATUS      ".
	    02 WM2-STATUS pic x(8).
	    02 filler pic x(6) value " SINCE".
	    02 filler pic x(2) value spaces.
	    02 WM2-STATUS-DATE pic 9999/99/99.
	01 WS-LIFE-LINE.
	    02 filler pic x(4) value spaces.
	    02 WLF-DATE pic 9999/99/99.
	    02 filler pic x(2) value spaces.
	    02 WLF-ACTION pic x(8).
	    02 filler pic x(2) value spaces.
	    02 WLF-FROM pic x(8).
	    02 filler pic x(4) value " TO ".
	    02 WLF-TO pic x(8).
	    02 filler pic x(2) value spaces.
	    02 WLF-OPERATOR pic x(8).
	01 WS-HIST-LINE.
	    02 filler pic x(4) value spaces.
	    02 WHS-DATE pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WHS-TIME pic x(6).
	    02 filler pic x(2) value spaces.
	    02 WHS-ACTION pic x(8).
	    02 filler pic x(2) value spaces.
	    02 WHS-TERMINAL pic x(8).
	    02 filler pic x(2) value spaces.
	    02 WHS-OPERATOR pic x(8).
	01 WS-IMAGE-LINE.
	    02 filler pic x(6) value spaces.
	    02 WIM-LABEL pic x(7).
	    02 WIM-ID pic x(6).
	    02 filler pic x(1) value space.
	    02 WIM-NAME pic x(30).
	    02 filler pic x(1) value space.
	    02 WIM-ENTRY-DATE pic x(8).
	    02 filler pic x(1) value space.
	    02 WIM-STATUS pic x(1).
	    02 filler pic x(1) value space.
	    02 WIM-STATUS-DATE pic x(8).
	01 WS-AUDIT-LINE.
	    02 filler pic x(4) value spaces.
	    02 WAL-SOURCE pic x(20).
	    02 filler pic x(1) value space.
	    02 WAL-DATE pic x(8).
	    02 filler pic x(1) value space.
	    02 WAL-TIME pic x(6).
	    02 filler pic x(1) value space.
	    02 WAL-TERMINAL pic x(8).
	    02 filler pic x(1) value space.
	    02 WAL-STATUS pic x(8).
	    02 filler pic x(1) value space.
	    02 WAL-OPERATOR pic x(8).
	01 WS-QUEUE-LINE.
	    02 filler pic x(4) value spaces.
	    02 WQL-QUEUE pic x(12).
	    02 filler pic x(1) value space.
	    02 WQL-ID pic x(6).
	    02 filler pic x(1) value space.
	    02 WQL-REASON-CODE pic x(2).
	    02 filler pic x(1) value space.
	    02 WQL-REASON-TEXT pic x(20).
	    02 filler pic x(1) value space.
	    02 WQL-ENTRY-DATE pic 9(8).
	    02 filler pic x(1) value space.
	    02 WQL-DISPOSITION pic x(9).
	    02 filler pic x(1) value space.
	    02 WQL-DISP-DATE pic x(8).
	01 WS-FOOTER-1.
	    02 filler pic x(25) value "DOSSIERS PRINTED:".
	    02 WF1-COUNT pic zzzzz9.
	01 WS-FOOTER-2.
	    02 filler pic x(25) value "REQUESTS NOT ON MASTER:".
	    02 WF2-COUNT pic zzzzz9.
	01 WS-FOOTER-3.
	    02 filler pic x(25) value "REQUEST LINES REJECTED:".
	    02 WF3-COUNT pic zzzzz9.
	PROCEDURE DIVISION.
	0000-MAIN.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
	    PERFORM 1000-LOAD-REQUESTS.
	    IF NOT RUN-ABORTED
	        PERFORM 1500-LOAD-CATALOG
	        PERFORM 1800-OPEN-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2000-PROCESS-REQUEST
	            VARYING WS-REQ-IDX FROM 1 BY 1
	            UNTIL WS-REQ-IDX > WS-REQ-COUNT
	        PERFORM 8000-WRITE-FOOTERS
	        PERFORM 9000-CLOSE-FILES
	        DISPLAY "DOSSIERS PRINTED: " WS-DOSSIER-COUNT
	    END-IF.
	    IF RUN-ABORTED
	        MOVE 12 TO RETURN-CODE
	    ELSE
	        IF WS-BAD-REQUEST-COUNT > ZERO
	            MOVE 8 TO RETURN-CODE
	        ELSE
	            IF WS-NOT-FOUND-COUNT > ZERO
	                MOVE 4 TO RETURN-CODE
	            END-IF
	        END-IF
	    END-IF.
	    STOP RUN.
	1000-LOAD-REQUESTS.
	    OPEN INPUT REQUEST-FILE.
	    IF WS-REQUEST-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN DOSSREQ " WS-REQUEST-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 1100-READ-REQUEST UNTIL END-OF-INPUT
	        CLOSE REQUEST-FILE
	        IF WS-REQ-COUNT = ZERO
	            DISPLAY "NO CUSTOMERS REQUESTED IN DOSSREQ"
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1100-READ-REQUEST.
	    READ REQUEST-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 1200-APPLY-REQUEST
	    END-READ.
	1200-APPLY-REQUEST.
	    MOVE FUNCTION UPPER-CASE(REQ-TYPE) TO REQ-TYPE.
	    EVALUATE REQ-TYPE
	        WHEN "I"
	            IF REQ-VALUE(1:6) IS NUMERIC
	                    AND REQ-VALUE(7:24) = SPACES
	                PERFORM 1300-ADD-REQUEST
	            ELSE
	                DISPLAY "BAD CUSTOMER ID REQUEST " REQ-VALUE
	                ADD 1 TO WS-BAD-REQUEST-COUNT
	            END-IF
	        WHEN "N"
	            IF REQ-VALUE NOT = SPACES
	                PERFORM 1300-ADD-REQUEST
	            ELSE
	                DISPLAY "BLANK NAME REQUEST"
	                ADD 1 TO WS-BAD-REQUEST-COUNT
	            END-IF
	        WHEN "A"
	            MOVE REQ-VALUE TO WS-ARCHIVE-NAME
	            PERFORM 1600-ADD-ARCHIVE
	        WHEN "*"
	            CONTINUE
	        WHEN SPACE
	            CONTINUE
	        WHEN OTHER
	            DISPLAY "UNKNOWN REQUEST TYPE " REQ-TYPE
	            ADD 1 TO WS-BAD-REQUEST-COUNT
	    END-EVALUATE.
	1300-ADD-REQUEST.
	    IF WS-REQ-COUNT < 100
	        ADD 1 TO WS-REQ-COUNT
	        MOVE REQ-TYPE TO WS-REQ-TYPE(WS-REQ-COUNT)
	        MOVE REQ-VALUE TO WS-REQ-VALUE(WS-REQ-COUNT)
	    ELSE
	        DISPLAY "REQUEST TABLE FULL, IGNORED " REQ-VALUE
	        ADD 1 TO WS-BAD-REQUEST-COUNT
	    END-IF.
	1500-LOAD-CATALOG.
	    OPEN INPUT CATALOG-FILE.
	    IF WS-CATALOG-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 1550-READ-CATALOG UNTIL END-OF-INPUT
	        CLOSE CATALOG-FILE
	    END-IF.
	1550-READ-CATALOG.
	    READ CATALOG-FILE INTO CAT-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            MOVE CAT-ARCHIVE-NAME TO WS-ARCHIVE-NAME
	            PERFORM 1600-ADD-ARCHIVE
	    END-READ.
	1600-ADD-ARCHIVE.
	    MOVE "N" TO WS-ARC-FOUND.
	    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
	            UNTIL WS-ARC-IDX > WS-ARC-COUNT
	        IF WS-ARC-ENTRY(WS-ARC-IDX) = WS-ARCHIVE-NAME
	            MOVE "Y" TO WS-ARC-FOUND
	        END-IF
	    END-PERFORM.
	    IF WS-ARC-FOUND = "N" AND WS-ARCHIVE-NAME NOT = SPACES
	        IF WS-ARC-COUNT < 200
	            ADD 1 TO WS-ARC-COUNT
	            MOVE WS-ARCHIVE-NAME TO WS-ARC-ENTRY(WS-ARC-COUNT)
	        ELSE
	            DISPLAY "ARCHIVE TABLE FULL, IGNORED "
	                WS-ARCHIVE-NAME
	        END-IF
	    END-IF.
	1800-OPEN-FILES.
	    OPEN INPUT MASTER-FILE.
	    IF WS-MASTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN MASTER FILE " WS-MASTER-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-REPORT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN DOSSIER " WS-REPORT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	2000-PROCESS-REQUEST.
	    MOVE ZERO TO WS-MATCH-COUNT.
	    IF WS-REQ-TYPE(WS-REQ-IDX) = "I"
	        MOVE WS-REQ-VALUE(WS-REQ-IDX)(1:6) TO WS-DOSS-ID-X
	        ADD 1 TO WS-MATCH-COUNT
	        MOVE WS-DOSS-ID TO WS-MATCH-ID(WS-MATCH-COUNT)
	    ELSE
	        PERFORM 2100-FIND-BY-NAME
	    END-IF.
	    IF WS-MATCH-COUNT = ZERO
	        DISPLAY "NO MASTER RECORD FOR "
	            WS-REQ-VALUE(WS-REQ-IDX)
	        ADD 1 TO WS-NOT-FOUND-COUNT
	        MOVE ZERO TO WS-DOSS-ID
	        MOVE WS-REQ-VALUE(WS-REQ-IDX) TO WS-DOSS-NAME
	        MOVE "N" TO WS-DOSS-FOUND-SWITCH
	        PERFORM 3000-WRITE-DOSSIER
	    ELSE
	        PERFORM 2300-DOSSIER-FOR-MATCH
	            VARYING WS-MATCH-IDX FROM 1 BY 1
	            UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
	    END-IF.
	2100-FIND-BY-NAME.
	    MOVE WS-REQ-VALUE(WS-REQ-IDX) TO CUST-NAME.
	    START MASTER-FILE KEY IS EQUAL TO CUST-NAME
	        INVALID KEY
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT INVALID KEY
	            MOVE "N" TO WS-EOF-SWITCH
	    END-START.
	    PERFORM 2200-READ-NAME-MATCH UNTIL END-OF-INPUT.
	2200-READ-NAME-MATCH.
	    READ MASTER-FILE NEXT RECORD
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF CUST-NAME NOT = WS-REQ-VALUE(WS-REQ-IDX)
	                MOVE "Y" TO WS-EOF-SWITCH
	            ELSE
	                IF WS-MATCH-COUNT < 50
	                    ADD 1 TO WS-MATCH-COUNT
	                    MOVE CUST-ID TO WS-MATCH-ID(WS-MATCH-COUNT)
	                ELSE
	                    DISPLAY "OVER 50 CUSTOMERS NAMED "
	                        CUST-NAME
	                    MOVE "Y" TO WS-EOF-SWITCH
	                END-IF
	            END-IF
	    END-READ.
	2300-DOSSIER-FOR-MATCH.
	    MOVE WS-MATCH-ID(WS-MATCH-IDX) TO WS-DOSS-ID.
	    MOVE WS-DOSS-ID TO CUST-ID.
	    READ MASTER-FILE RECORD KEY IS CUST-ID
	        INVALID KEY
	            DISPLAY "NO MASTER RECORD FOR " WS-DOSS-ID
	            ADD 1 TO WS-NOT-FOUND-COUNT
	            MOVE "N" TO WS-DOSS-FOUND-SWITCH
	            MOVE SPACES TO WS-DOSS-NAME
	        NOT INVALID KEY
	            MOVE "Y" TO WS-DOSS-FOUND-SWITCH
	            MOVE CUST-NAME TO WS-DOSS-NAME
	    END-READ.
	    PERFORM 3000-WRITE-DOSSIER.
	3000-WRITE-DOSSIER.
	    ADD 1 TO WS-DOSSIER-COUNT.
	    MOVE ZERO TO WS-NAME-COUNT.
	    IF WS-DOSS-NAME NOT = SPACES
	        MOVE WS-DOSS-NAME TO WS-NAME-TO-CHECK
	        PERFORM 3900-ADD-KNOWN-NAME
	    END-IF.
	    MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
	    PERFORM 3100-MASTER-SECTION.
	    PERFORM 3200-LIFECYCLE-SECTION.
	    PERFORM 3300-HISTORY-SECTION.
	    PERFORM 3400-AUDIT-SECTION.
	    PERFORM 3500-QUEUE-SECTION.
	    PERFORM 3600-MERGE-SECTION.
	    PERFORM 3700-DOWNSTREAM-SECTION.
	    MOVE SPACES TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	    MOVE "*** END OF DOSSIER ***" TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	3100-MASTER-SECTION.
	    MOVE "CURRENT MASTER RECORD" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    IF DOSS-ON-MASTER
	        MOVE CUST-ENTRY-DATE TO WM1-ENTRY-DATE
	        MOVE CUST-PROCESSED-DATE TO WM1-PROCESSED-DATE
	        MOVE WS-MASTER-LINE-1 TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	        MOVE CUST-STATUS TO WS-STATUS-CODE
	        PERFORM 3950-STATUS-TEXT
	        MOVE WS-STATUS-TEXT TO WM2-STATUS
	        MOVE CUST-STATUS-DATE TO WM2-STATUS-DATE
	        MOVE WS-MASTER-LINE-2 TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	    ELSE
	        MOVE "    NOT ON MASTER FILE" TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	    END-IF.
	3200-LIFECYCLE-SECTION.
	    MOVE "STATUS LIFECYCLE" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    MOVE ZERO TO WS-SECTION-COUNT.
	    IF DOSS-ON-MASTER
	        MOVE CUST-ENTRY-DATE TO WLF-DATE
	        MOVE "ENTERED" TO WLF-ACTION
	        MOVE SPACES TO WLF-FROM
	        MOVE "ACTIVE" TO WLF-TO
	        MOVE SPACES TO WLF-OPERATOR
	        MOVE WS-LIFE-LINE TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	        ADD 1 TO WS-SECTION-COUNT
	    END-IF.
	    IF WS-DOSS-ID NOT = ZERO
	        OPEN INPUT HISTORY-FILE
	        IF WS-HISTORY-STATUS = "00"
	            MOVE "N" TO WS-EOF-SWITCH
	            PERFORM 3210-SCAN-LIFECYCLE UNTIL END-OF-INPUT
	            CLOSE HISTORY-FILE
	        END-IF
	    END-IF.
	    IF WS-SECTION-COUNT = ZERO
	        PERFORM 7300-PRINT-NONE
	    END-IF.
	3210-SCAN-LIFECYCLE.
	    READ HISTORY-FILE INTO HIST-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF HBI-ID = WS-DOSS-ID-X OR HAI-ID = WS-DOSS-ID-X
	                PERFORM 3220-LIFECYCLE-ENTRY
	            END-IF
	    END-READ.
	3220-LIFECYCLE-ENTRY.
	    IF HBI-ID = WS-DOSS-ID-X AND HBI-NAME NOT = SPACES
	        MOVE HBI-NAME TO WS-NAME-TO-CHECK
	        PERFORM 3900-ADD-KNOWN-NAME
	    END-IF.
	    IF HAI-ID = WS-DOSS-ID-X AND HAI-NAME NOT = SPACES
	        MOVE HAI-NAME TO WS-NAME-TO-CHECK
	        PERFORM 3900-ADD-KNOWN-NAME
	    END-IF.
	    IF HBI-STATUS NOT = HAI-STATUS
	        MOVE HIST-TIMESTAMP(1:8) TO WS-DATE-NUM
	        MOVE WS-DATE-NUM TO WLF-DATE
	        MOVE HIST-ACTION TO WLF-ACTION
	        MOVE HBI-STATUS TO WS-STATUS-CODE
	        PERFORM 3950-STATUS-TEXT
	        MOVE WS-STATUS-TEXT TO WLF-FROM
	        MOVE HAI-STATUS TO WS-STATUS-CODE
	        PERFORM 3950-STATUS-TEXT
	        MOVE WS-STATUS-TEXT TO WLF-TO
	        MOVE HIST-OPERATOR-ID TO WLF-OPERATOR
	        MOVE WS-LIFE-LINE TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	        ADD 1 TO WS-SECTION-COUNT
	    END-IF.
	3300-HISTORY-SECTION.
	    MOVE "MASTER HISTORY (BEFORE / AFTER)" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    MOVE ZERO TO WS-SECTION-COUNT.
	    IF WS-DOSS-ID NOT = ZERO
	        OPEN INPUT HISTORY-FILE
	        IF WS-HISTORY-STATUS = "00"
	            MOVE "N" TO WS-EOF-SWITCH
	            PERFORM 3310-SCAN-HISTORY UNTIL END-OF-INPUT
	            CLOSE HISTORY-FILE
	        END-IF
	    END-IF.
	    IF WS-SECTION-COUNT = ZERO
	        PERFORM 7300-PRINT-NONE
	    END-IF.
	3310-SCAN-HISTORY.
	    READ HISTORY-FILE INTO HIST-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF HBI-ID = WS-DOSS-ID-X OR HAI-ID = WS-DOSS-ID-X
	                PERFORM 3320-HISTORY-ENTRY
	            END-IF
	    END-READ.
	3320-HISTORY-ENTRY.
	    MOVE HIST-TIMESTAMP(1:8) TO WS-DATE-NUM.
	    MOVE WS-DATE-NUM TO WHS-DATE.
	    MOVE HIST-TIMESTAMP(9:6) TO WHS-TIME.
	    MOVE HIST-ACTION TO WHS-ACTION.
	    MOVE HIST-TERMINAL-ID TO WHS-TERMINAL.
	    MOVE HIST-OPERATOR-ID TO WHS-OPERATOR.
	    MOVE WS-HIST-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	    MOVE "BEFORE" TO WIM-LABEL.
	    MOVE HBI-ID TO WIM-ID.
	    MOVE HBI-NAME TO WIM-NAME.
	    MOVE HBI-ENTRY-DATE TO WIM-ENTRY-DATE.
	    MOVE HBI-STATUS TO WIM-STATUS.
	    MOVE HBI-STATUS-DATE TO WIM-STATUS-DATE.
	    MOVE WS-IMAGE-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	    MOVE "AFTER" TO WIM-LABEL.
	    MOVE HAI-ID TO WIM-ID.
	    MOVE HAI-NAME TO WIM-NAME.
	    MOVE HAI-ENTRY-DATE TO WIM-ENTRY-DATE.
	    MOVE HAI-STATUS TO WIM-STATUS.
	    MOVE HAI-STATUS-DATE TO WIM-STATUS-DATE.
	    MOVE WS-IMAGE-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	    ADD 1 TO WS-SECTION-COUNT.
	3400-AUDIT-SECTION.
	    MOVE "AUDIT TRAIL (LIVE AND ARCHIVED)" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    MOVE ZERO TO WS-SECTION-COUNT.
	    IF WS-NAME-COUNT > ZERO OR WS-DOSS-ID NOT = ZERO
	        OPEN INPUT AUDIT-FILE
	        IF WS-AUDIT-STATUS = "00"
	            MOVE "AUDIT.DAT" TO WAL-SOURCE
	            MOVE "N" TO WS-EOF-SWITCH
	            PERFORM 3410-SCAN-AUDIT UNTIL END-OF-INPUT
	            CLOSE AUDIT-FILE
	        END-IF
	        PERFORM 3430-SCAN-ARCHIVE
	            VARYING WS-ARC-IDX FROM 1 BY 1
	            UNTIL WS-ARC-IDX > WS-ARC-COUNT
	    END-IF.
	    IF WS-SECTION-COUNT = ZERO
	        PERFORM 7300-PRINT-NONE
	    END-IF.
	3410-SCAN-AUDIT.
	    READ AUDIT-FILE INTO AUD-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 3420-AUDIT-ENTRY
	    END-READ.
	3420-AUDIT-ENTRY.
	    IF AUD-IS-TRAILER
	        MOVE "N" TO WS-NAME-MATCH-SWITCH
	    ELSE
	        IF AUD-CUST-ID IS NUMERIC AND AUD-CUST-ID NOT = ZERO
	            MOVE "N" TO WS-NAME-MATCH-SWITCH
	            IF AUD-CUST-ID = WS-DOSS-ID
	                SET NAME-MATCHES TO TRUE
	            END-IF
	        ELSE
	            MOVE AUD-NAME TO WS-NAME-TO-CHECK
	            PERFORM 3910-CHECK-KNOWN-NAME
	        END-IF
	    END-IF.
	    IF NAME-MATCHES
	        MOVE AUD-TIMESTAMP(1:8) TO WAL-DATE
	        MOVE AUD-TIMESTAMP(9:6) TO WAL-TIME
	        MOVE AUD-TERMINAL-ID TO WAL-TERMINAL
	        MOVE AUD-STATUS TO WAL-STATUS
	        MOVE AUD-OPERATOR-ID TO WAL-OPERATOR
	        MOVE WS-AUDIT-LINE TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	        ADD 1 TO WS-SECTION-COUNT
	    END-IF.
	3430-SCAN-ARCHIVE.
	    MOVE WS-ARC-ENTRY(WS-ARC-IDX) TO WS-ARCHIVE-NAME.
	    OPEN INPUT ARCHIVE-FILE.
	    IF WS-ARCHIVE-STATUS = "00"
	        MOVE WS-ARCHIVE-NAME TO WAL-SOURCE
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3440-READ-ARCHIVE UNTIL END-OF-INPUT
	        CLOSE ARCHIVE-FILE
	    ELSE
	        MOVE SPACES TO WS-PRINT-LINE
	        STRING "    ARCHIVE " WS-ARCHIVE-NAME
	            " NOT AVAILABLE" DELIMITED BY SIZE
	            INTO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	    END-IF.
	3440-READ-ARCHIVE.
	    READ ARCHIVE-FILE INTO AUD-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 3420-AUDIT-ENTRY
	    END-READ.
	3500-QUEUE-SECTION.
	    MOVE "SUSPENSE AND REVIEW ITEMS" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    MOVE ZERO TO WS-SECTION-COUNT.
	    MOVE "SUSPENSE.DAT" TO WS-QUEUE-NAME.
	    MOVE "SUSPENSE" TO WS-QUEUE-TITLE.
	    PERFORM 3510-SCAN-QUEUE.
	    MOVE "REVIEWQ.DAT" TO WS-QUEUE-NAME.
	    MOVE "REVIEW" TO WS-QUEUE-TITLE.
	    PERFORM 3510-SCAN-QUEUE.
	    MOVE "CRMSUSP.DAT" TO WS-QUEUE-NAME.
	    MOVE "CRM SUSPENSE" TO WS-QUEUE-TITLE.
	    PERFORM 3510-SCAN-QUEUE.
	    IF WS-SECTION-COUNT = ZERO
	        PERFORM 7300-PRINT-NONE
	    END-IF.
	3510-SCAN-QUEUE.
	    OPEN INPUT QUEUE-FILE.
	    IF WS-QUEUE-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3520-READ-QUEUE UNTIL END-OF-INPUT
	        CLOSE QUEUE-FILE
	    END-IF.
	3520-READ-QUEUE.
	    READ QUEUE-FILE INTO SUSP-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 3530-QUEUE-ENTRY
	    END-READ.
	3530-QUEUE-ENTRY.
	    MOVE "N" TO WS-ITEM-SWITCH.
	    IF WS-DOSS-ID NOT = ZERO AND SUSP-ID = WS-DOSS-ID-X
	        SET ITEM-BELONGS TO TRUE
	    END-IF.
	    IF SUSP-NAME(31:10) = SPACES
	        MOVE SUSP-NAME(1:30) TO WS-NAME-TO-CHECK
	        PERFORM 3910-CHECK-KNOWN-NAME
	        IF NAME-MATCHES
	            SET ITEM-BELONGS TO TRUE
	        END-IF
	    END-IF.
	    IF ITEM-BELONGS
	        MOVE WS-QUEUE-TITLE TO WQL-QUEUE
	        MOVE SUSP-ID TO WQL-ID
	        MOVE SUSP-REASON-CODE TO WQL-REASON-CODE
	        MOVE SUSP-REASON-TEXT TO WQL-REASON-TEXT
	        MOVE SUSP-ENTRY-DATE TO WQL-ENTRY-DATE
	        EVALUATE TRUE
	            WHEN SUSP-OPEN
	                MOVE "OPEN" TO WQL-DISPOSITION
	                MOVE SPACES TO WQL-DISP-DATE
	            WHEN SUSP-CORRECTED
	                MOVE "CORRECTED" TO WQL-DISPOSITION
	                MOVE SUSP-DISP-DATE TO WQL-DISP-DATE
	            WHEN SUSP-ABANDONED
	                MOVE "ABANDONED" TO WQL-DISPOSITION
	                MOVE SUSP-DISP-DATE TO WQL-DISP-DATE
	            WHEN OTHER
	                MOVE SUSP-DISP-CODE TO WQL-DISPOSITION
	                MOVE SPACES TO WQL-DISP-DATE
	        END-EVALUATE
	        MOVE WS-QUEUE-LINE TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	        ADD 1 TO WS-SECTION-COUNT
	    END-IF.
	3600-MERGE-SECTION.
	    MOVE "MERGE LINKS" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    MOVE ZERO TO WS-SECTION-COUNT.
	    IF WS-DOSS-ID NOT = ZERO
	        OPEN INPUT XREF-FILE
	        IF WS-XREF-STATUS = "00"
	            MOVE "N" TO WS-EOF-SWITCH
	            PERFORM 3610-SCAN-XREF UNTIL END-OF-INPUT
	            CLOSE XREF-FILE
	        END-IF
	    END-IF.
	    IF WS-SECTION-COUNT = ZERO
	        PERFORM 7300-PRINT-NONE
	    END-IF.
	3610-SCAN-XREF.
	    READ XREF-FILE INTO WS-XREF-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF XRF-OLD-ID = WS-DOSS-ID
	                MOVE SPACES TO WS-PRINT-LINE
	                STRING "    MERGED INTO " XRF-NEW-ID
	                    " ON " XRF-DATE DELIMITED BY SIZE
	                    INTO WS-PRINT-LINE
	                PERFORM 7000-PRINT-LINE
	                ADD 1 TO WS-SECTION-COUNT
	            END-IF
	            IF XRF-NEW-ID = WS-DOSS-ID
	                MOVE SPACES TO WS-PRINT-LINE
	                STRING "    SURVIVOR OF MERGE WITH " XRF-OLD-ID
	                    " ON " XRF-DATE DELIMITED BY SIZE
	                    INTO WS-PRINT-LINE
	                PERFORM 7000-PRINT-LINE
	                ADD 1 TO WS-SECTION-COUNT
	            END-IF
	    END-READ.
	3700-DOWNSTREAM-SECTION.
	    MOVE "DOWNSTREAM EXTRACT AND CHANGE FEED" TO WSL-TITLE.
	    PERFORM 7200-PRINT-SECTION-TITLE.
	    IF WS-DOSS-ID = ZERO
	        PERFORM 7300-PRINT-NONE
	    ELSE
	        PERFORM 3710-EXTRACT-STATE
	        PERFORM 3750-CHANGE-STATE
	    END-IF.
	3710-EXTRACT-STATE.
	    MOVE SPACE TO WS-EXT-STATE.
	    MOVE ZERO TO WS-EXT-SENT-DATE.
	    OPEN INPUT PENDING-FILE.
	    IF WS-PENDING-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3720-SCAN-PENDING UNTIL END-OF-INPUT
	        CLOSE PENDING-FILE
	    END-IF.
	    IF EXT-NOT-SEEN
	        OPEN INPUT ACK-FILE
	        IF WS-ACK-STATUS = "00"
	            MOVE "N" TO WS-EOF-SWITCH
	            PERFORM 3730-SCAN-ACK UNTIL END-OF-INPUT
	            CLOSE ACK-FILE
	        END-IF
	    END-IF.
	    IF EXT-NOT-SEEN
	        OPEN INPUT EXTRACT-FILE
	        IF WS-EXTRACT-STATUS = "00"
	            MOVE "N" TO WS-EOF-SWITCH
	            PERFORM 3740-SCAN-EXTRACT UNTIL END-OF-INPUT
	            CLOSE EXTRACT-FILE
	        END-IF
	    END-IF.
	    MOVE SPACES TO WS-PRINT-LINE.
	    EVALUATE WS-EXT-STATE
	        WHEN "P"
	            STRING "    ADD EXTRACT SENT " WS-EXT-SENT-DATE
	                " NOT YET ACKNOWLEDGED" DELIMITED BY SIZE
	                INTO WS-PRINT-LINE
	        WHEN "A"
	            MOVE "    ADD EXTRACT ACKNOWLEDGED"
	                TO WS-PRINT-LINE
	        WHEN "S"
	            MOVE "    ADD EXTRACT SENT, AWAITING RECONCILIATION"
	                TO WS-PRINT-LINE
	        WHEN OTHER
	            MOVE "    NO ADD EXTRACT OUTSTANDING"
	                TO WS-PRINT-LINE
	    END-EVALUATE.
	    PERFORM 7000-PRINT-LINE.
	3720-SCAN-PENDING.
	    READ PENDING-FILE INTO WS-PENDING-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF PEND-EXTRACT(1:6) = WS-DOSS-ID-X
	                MOVE "P" TO WS-EXT-STATE
	                MOVE PEND-SENT-DATE TO WS-EXT-SENT-DATE
	                MOVE "Y" TO WS-EOF-SWITCH
	            END-IF
	    END-READ.
	3730-SCAN-ACK.
	    READ ACK-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF ACK-RECORD = WS-DOSS-ID-X
	                MOVE "A" TO WS-EXT-STATE
	                MOVE "Y" TO WS-EOF-SWITCH
	            END-IF
	    END-READ.
	3740-SCAN-EXTRACT.
	    READ EXTRACT-FILE INTO EX-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            IF EX-ID = WS-DOSS-ID
	                MOVE "S" TO WS-EXT-STATE
	                MOVE "Y" TO WS-EOF-SWITCH
	            END-IF
	    END-READ.
	3750-CHANGE-STATE.
	    MOVE ZERO TO WS-SECTION-COUNT.
	    OPEN INPUT CHG-PENDING-FILE.
	    IF WS-CHGPEND-STATUS = "00"
	        MOVE "N" TO WS-EOF-SWITCH
	        PERFORM 3760-SCAN-CHG-PENDING UNTIL END-OF-INPUT
	        CLOSE CHG-PENDING-FILE
	    END-IF.
	    IF WS-SECTION-COUNT = ZERO
	        MOVE "    NO CHANGE FEED ITEMS UNACKNOWLEDGED"
	            TO WS-PRINT-LINE
	        PERFORM 7000-PRINT-LINE
	    END-IF.
	3760-SCAN-CHG-PENDING.
	    READ CHG-PENDING-FILE INTO WS-CHG-PENDING-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            MOVE CPEND-CHANGE TO CHG-LINE
	            IF CHG-CUST-ID = WS-DOSS-ID
	                MOVE SPACES TO WS-PRINT-LINE
	                STRING "    CHANGE " CHG-KEY " " CHG-ACTION
	                    " SENT " CPEND-SENT-DATE
	                    " NOT YET ACKNOWLEDGED" DELIMITED BY SIZE
	                    INTO WS-PRINT-LINE
	                PERFORM 7000-PRINT-LINE
	                ADD 1 TO WS-SECTION-COUNT
	            END-IF
	    END-READ.
	3900-ADD-KNOWN-NAME.
	    PERFORM 3910-CHECK-KNOWN-NAME.
	    IF NOT NAME-MATCHES AND WS-NAME-COUNT < 10
	        ADD 1 TO WS-NAME-COUNT
	        MOVE WS-NAME-TO-CHECK TO WS-NAME-ENTRY(WS-NAME-COUNT)
	    END-IF.
	3910-CHECK-KNOWN-NAME.
	    MOVE "N" TO WS-NAME-MATCH-SWITCH.
	    IF WS-NAME-TO-CHECK NOT = SPACES
	        PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
	                UNTIL WS-NAME-IDX > WS-NAME-COUNT
	            IF WS-NAME-ENTRY(WS-NAME-IDX) = WS-NAME-TO-CHECK
	                SET NAME-MATCHES TO TRUE
	            END-IF
	        END-PERFORM
	    END-IF.
	3950-STATUS-TEXT.
	    EVALUATE WS-STATUS-CODE
	        WHEN "A"
	            MOVE "ACTIVE" TO WS-STATUS-TEXT
	        WHEN "I"
	            MOVE "INACTIVE" TO WS-STATUS-TEXT
	        WHEN "P"
	            MOVE "PURGED" TO WS-STATUS-TEXT
	        WHEN SPACE
	            MOVE "NONE" TO WS-STATUS-TEXT
	        WHEN OTHER
	            MOVE WS-STATUS-CODE TO WS-STATUS-TEXT
	    END-EVALUATE.
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
	    IF WS-DOSS-ID = ZERO
	        MOVE "NONE" TO WH2-ID
	    ELSE
	        MOVE WS-DOSS-ID-X TO WH2-ID
	    END-IF.
	    MOVE WS-DOSS-NAME TO WH2-NAME.
	    WRITE REPORT-LINE FROM WS-HEADING-2.
	    MOVE 2 TO WS-LINE-COUNT.
	7200-PRINT-SECTION-TITLE.
	    MOVE SPACES TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	    MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	7300-PRINT-NONE.
	    MOVE "    NONE ON FILE" TO WS-PRINT-LINE.
	    PERFORM 7000-PRINT-LINE.
	8000-WRITE-FOOTERS.
	    MOVE SPACES TO WS-PRINT-LINE.
	    WRITE REPORT-LINE FROM WS-PRINT-LINE.
	    MOVE WS-DOSSIER-COUNT TO WF1-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    MOVE WS-NOT-FOUND-COUNT TO WF2-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    MOVE WS-BAD-REQUEST-COUNT TO WF3-COUNT.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	9000-CLOSE-FILES.
	    CLOSE MASTER-FILE.
	    CLOSE REPORT-FILE.
