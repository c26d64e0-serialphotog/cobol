	    SELECT PEND-SORTED-FILE ASSIGN TO "PENDSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PENDSRT-STATUS.
	    SELECT CHG-ACK-FILE ASSIGN TO "CHGACK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CHGACK-STATUS.
	    SELECT CHG-PENDING-FILE ASSIGN TO "CHGPEND.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CHGPEND-STATUS.
	    SELECT CHG-ACK-SORTED-FILE ASSIGN TO "CHGASRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CHGASRT-STATUS.
	    SELECT CHG-PEND-SORTED-FILE ASSIGN TO "CHGPSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CHGPSRT-STATUS.
	    SELECT ACK-SORT ASSIGN TO "SORTWK1".
	    SELECT PEND-SORT ASSIGN TO "SORTWK2".
	    SELECT CHG-ACK-SORT ASSIGN TO "SORTWK3".
	    SELECT CHG-PEND-SORT ASSIGN TO "SORTWK4".
	DATA DIVISION.
	FILE SECTION.
	FD  EXTRACT-FILE.
	    02  PSR-ID pic x(6).
	    02  PSR-SRC pic x(1).
	    02  PSR-LINE pic x(53).
	FD  CHG-ACK-FILE.
	01  CHG-ACK-RECORD pic x(14).
	FD  CHG-PENDING-FILE.
	01  CHG-PENDING-RECORD pic x(132).
	FD  CHG-ACK-SORTED-FILE.
	01  CHG-ACK-SORTED-RECORD pic x(14).
	FD  CHG-PEND-SORTED-FILE.
	01  CHG-PEND-SORTED-RECORD.
	    02  CSR-KEY pic x(14).
	    02  CSR-LINE pic x(132).
	SD  ACK-SORT.
	01  ACK-SORT-RECORD.
	    02  SRT-ACK-ID pic x(6).
	    02  SRT-P-ID pic x(6).
	    02  SRT-P-SRC pic x(1).
	    02  SRT-P-LINE pic x(53).
	SD  CHG-ACK-SORT.
	01  CHG-ACK-SORT-RECORD.
	    02  SRT-CA-KEY pic x(14).
	SD  CHG-PEND-SORT.
	01  CHG-PEND-SORT-RECORD.
	    02  SRT-CP-KEY pic x(14).
	    02  SRT-CP-LINE pic x(132).
	WORKING-STORAGE SECTION.
	COPY EXTREC.
	COPY CHGREC.
	01 WS-CHG-PENDING-LINE.
	    02 CPEND-CHANGE pic x(123).
	    02 filler pic x(1) value space.
	    02 CPEND-SENT-DATE pic 9(8).
	01 WS-CHGACK-STATUS pic x(2).
	01 WS-CHGPEND-STATUS pic x(2).
	01 WS-CHGASRT-STATUS pic x(2).
	01 WS-CHGPSRT-STATUS pic x(2).
	01 WS-CHG-ACK-KEY pic x(14).
	01 WS-CHG-PEND-KEY pic x(14).
	01 WS-PREV-CHG-ACK-KEY pic x(14).
	01 WS-PREV-CHG-PEND-KEY pic x(14).
	01 WS-CHG-ACKED-COUNT pic 9(6) value zero.
	01 WS-CHG-PEND-COUNT pic 9(6) value zero.
	01 WS-CHG-OVERDUE-COUNT pic 9(6) value zero.
	01 WS-PENDING-LINE.
	    02 PEND-EXTRACT pic x(44).
	    02 filler pic x(1) value space.
	    02 WD-SENT pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WD-AGE pic zzzz9.
	01 WS-CHG-HEADING-1.
	    02 filler pic x(29) value "CHANGES UNACKNOWLEDGED AFTER ".
	    02 WCH1-DAYS pic zz9.
	    02 filler pic x(5) value " DAYS".
	01 WS-CHG-HEADING-2.
	    02 filler pic x(16) value "CHANGE KEY".
	    02 filler pic x(9) value "ACTION".
	    02 filler pic x(8) value "CUST ID".
	    02 filler pic x(25) value "NAME".
	    02 filler pic x(11) value "SENT DATE".
	    02 filler pic x(4) value "AGE".
	01 WS-CHG-DETAIL-LINE.
	    02 WCD-KEY pic x(14).
	    02 filler pic x(2) value spaces.
	    02 WCD-ACTION pic x(8).
	    02 filler pic x(1) value space.
	    02 WCD-ID pic zzzzz9.
	    02 filler pic x(2) value spaces.
	    02 WCD-NAME pic x(24).
	    02 filler pic x(1) value space.
	    02 WCD-SENT pic 9999/99/99.
	    02 filler pic x(1) value space.
	    02 WCD-AGE pic zzzz9.
	01 WS-FOOTER-1.
	    02 filler pic x(25) value "IDS ACKNOWLEDGED: ".
	    02 WF1-COUNT pic zzzzz9.
	01 WS-FOOTER-3.
	    02 filler pic x(25) value "IDS OVERDUE: ".
	    02 WF3-COUNT pic zzzzz9.
	01 WS-CHG-FOOTER-1.
	    02 filler pic x(25) value "CHANGES ACKNOWLEDGED: ".
	    02 WCF1-COUNT pic zzzzz9.
	01 WS-CHG-FOOTER-2.
	    02 filler pic x(25) value "CHANGES CARRIED FORWARD: ".
	    02 WCF2-COUNT pic zzzzz9.
	01 WS-CHG-FOOTER-3.
	    02 filler pic x(25) value "CHANGES OVERDUE: ".
	    02 WCF3-COUNT pic zzzzz9.
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 1000-GET-GRACE-DAYS.
	        PERFORM 6000-CLOSE-MATCH-FILES
	        PERFORM 7000-WRITE-FOOTERS
	    END-IF.
	    IF NOT RUN-ABORTED
	        SORT CHG-ACK-SORT
	            ON ASCENDING KEY SRT-CA-KEY
	            INPUT PROCEDURE IS 8000-RELEASE-CHG-ACKS
	            GIVING CHG-ACK-SORTED-FILE
	        SORT CHG-PEND-SORT
	            ON ASCENDING KEY SRT-CP-KEY
	            INPUT PROCEDURE IS 8200-RELEASE-CHG-PENDING
	            GIVING CHG-PEND-SORTED-FILE
	        PERFORM 8400-OPEN-CHG-MATCH-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 8500-WRITE-CHG-HEADINGS
	        PERFORM 8600-MATCH-CHG-GROUP
	            UNTIL WS-CHG-PEND-KEY = HIGH-VALUES
	                AND WS-CHG-ACK-KEY = HIGH-VALUES
	        PERFORM 8900-CLOSE-CHG-MATCH-FILES
	        PERFORM 8950-WRITE-CHG-FOOTERS
	    END-IF.
	    IF WS-REPORT-STATUS = "00"
	        CLOSE REPORT-FILE
	    END-IF.
	    WRITE REPORT-LINE FROM WS-FOOTER-1.
	    WRITE REPORT-LINE FROM WS-FOOTER-2.
	    WRITE REPORT-LINE FROM WS-FOOTER-3.
	8000-RELEASE-CHG-ACKS.
	    MOVE "N" TO WS-EOF-SWITCH.
	    OPEN INPUT CHG-ACK-FILE.
	    IF WS-CHGACK-STATUS NOT = "00"
	        DISPLAY "NO CHANGE ACKNOWLEDGMENT FILE "
	            WS-CHGACK-STATUS
	        MOVE "Y" TO WS-EOF-SWITCH
	    ELSE
	        PERFORM 8100-RELEASE-CHG-ACK-RECORD
	            UNTIL END-OF-INPUT
	        CLOSE CHG-ACK-FILE
	    END-IF.
	8100-RELEASE-CHG-ACK-RECORD.
	    READ CHG-ACK-FILE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            MOVE CHG-ACK-RECORD TO SRT-CA-KEY
	            RELEASE CHG-ACK-SORT-RECORD
	    END-READ.
	8200-RELEASE-CHG-PENDING.
	    MOVE "N" TO WS-EOF-SWITCH.
	    OPEN INPUT CHG-PENDING-FILE.
	    IF WS-CHGPEND-STATUS NOT = "00"
	        MOVE "Y" TO WS-EOF-SWITCH
	    ELSE
	        PERFORM 8300-RELEASE-CHG-PEND-RECORD
	            UNTIL END-OF-INPUT
	        CLOSE CHG-PENDING-FILE
	    END-IF.
	8300-RELEASE-CHG-PEND-RECORD.
	    READ CHG-PENDING-FILE INTO WS-CHG-PENDING-LINE
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            MOVE CPEND-CHANGE TO CHG-LINE
	            MOVE CHG-KEY TO SRT-CP-KEY
	            MOVE WS-CHG-PENDING-LINE TO SRT-CP-LINE
	            RELEASE CHG-PEND-SORT-RECORD
	    END-READ.
	8400-OPEN-CHG-MATCH-FILES.
	    OPEN INPUT CHG-ACK-SORTED-FILE.
	    IF WS-CHGASRT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN CHGASRT " WS-CHGASRT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN INPUT CHG-PEND-SORTED-FILE.
	    IF WS-CHGPSRT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN CHGPSRT " WS-CHGPSRT-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    OPEN OUTPUT CHG-PENDING-FILE.
	    IF WS-CHGPEND-STATUS NOT = "00"
	        DISPLAY "UNABLE TO REWRITE CHGPEND "
	            WS-CHGPEND-STATUS
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 8750-READ-NEXT-CHG-PENDING
	        PERFORM 8850-READ-NEXT-CHG-ACK
	    END-IF.
	8500-WRITE-CHG-HEADINGS.
	    MOVE SPACES TO REPORT-LINE.
	    WRITE REPORT-LINE.
	    MOVE WS-GRACE-NUM TO WCH1-DAYS.
	    WRITE REPORT-LINE FROM WS-CHG-HEADING-1.
	    WRITE REPORT-LINE FROM WS-CHG-HEADING-2.
	8600-MATCH-CHG-GROUP.
	    IF WS-CHG-PEND-KEY < WS-CHG-ACK-KEY
	        PERFORM 8650-KEEP-CHG-PENDING
	        PERFORM 8700-SKIP-CHG-PEND-GROUP
	    ELSE
	        IF WS-CHG-PEND-KEY = WS-CHG-ACK-KEY
	            ADD 1 TO WS-CHG-ACKED-COUNT
	            PERFORM 8700-SKIP-CHG-PEND-GROUP
	            PERFORM 8800-SKIP-CHG-ACK-GROUP
	        ELSE
	            PERFORM 8800-SKIP-CHG-ACK-GROUP
	        END-IF
	    END-IF.
	8650-KEEP-CHG-PENDING.
	    WRITE CHG-PENDING-RECORD FROM WS-CHG-PENDING-LINE.
	    IF WS-CHGPEND-STATUS NOT = "00"
	        DISPLAY "CHGPEND WRITE FAILED " WS-CHGPEND-STATUS
	        SET RUN-ABORTED TO TRUE
	        MOVE HIGH-VALUES TO WS-CHG-PEND-KEY
	        MOVE HIGH-VALUES TO WS-CHG-ACK-KEY
	    ELSE
	        ADD 1 TO WS-CHG-PEND-COUNT
	        PERFORM 8660-CHECK-CHG-OVERDUE
	    END-IF.
	8660-CHECK-CHG-OVERDUE.
	    IF CPEND-SENT-DATE IS NUMERIC
	            AND CPEND-SENT-DATE > ZERO
	        MOVE FUNCTION INTEGER-OF-DATE(CPEND-SENT-DATE)
	            TO WS-SENT-INT
	        COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
	    ELSE
	        MOVE ZERO TO WS-AGE-DAYS
	    END-IF.
	    IF WS-AGE-DAYS > WS-GRACE-NUM
	        ADD 1 TO WS-CHG-OVERDUE-COUNT
	        MOVE CPEND-CHANGE TO CHG-LINE
	        MOVE CHG-KEY TO WCD-KEY
	        MOVE CHG-ACTION TO WCD-ACTION
	        MOVE CHG-CUST-ID TO WCD-ID
	        IF CHG-AFTER-NAME NOT = SPACES
	            MOVE CHG-AFTER-NAME TO WCD-NAME
	        ELSE
	            MOVE CHG-BEFORE-NAME TO WCD-NAME
	        END-IF
	        MOVE CPEND-SENT-DATE TO WCD-SENT
	        MOVE WS-AGE-DAYS TO WCD-AGE
	        WRITE REPORT-LINE FROM WS-CHG-DETAIL-LINE
	    END-IF.
	8700-SKIP-CHG-PEND-GROUP.
	    MOVE WS-CHG-PEND-KEY TO WS-PREV-CHG-PEND-KEY.
	    PERFORM 8750-READ-NEXT-CHG-PENDING
	        UNTIL WS-CHG-PEND-KEY NOT = WS-PREV-CHG-PEND-KEY.
	8750-READ-NEXT-CHG-PENDING.
	    READ CHG-PEND-SORTED-FILE
	        AT END
	            MOVE HIGH-VALUES TO WS-CHG-PEND-KEY
	        NOT AT END
	            MOVE CSR-KEY TO WS-CHG-PEND-KEY
	            MOVE CSR-LINE TO WS-CHG-PENDING-LINE
	    END-READ.
	8800-SKIP-CHG-ACK-GROUP.
	    MOVE WS-CHG-ACK-KEY TO WS-PREV-CHG-ACK-KEY.
	    PERFORM 8850-READ-NEXT-CHG-ACK
	        UNTIL WS-CHG-ACK-KEY NOT = WS-PREV-CHG-ACK-KEY.
	8850-READ-NEXT-CHG-ACK.
	    READ CHG-ACK-SORTED-FILE
	        AT END
	            MOVE HIGH-VALUES TO WS-CHG-ACK-KEY
	        NOT AT END
	            MOVE CHG-ACK-SORTED-RECORD TO WS-CHG-ACK-KEY
	    END-READ.
	8900-CLOSE-CHG-MATCH-FILES.
	    CLOSE CHG-ACK-SORTED-FILE.
	    CLOSE CHG-PEND-SORTED-FILE.
	    CLOSE CHG-PENDING-FILE.
	8950-WRITE-CHG-FOOTERS.
	    MOVE SPACES TO REPORT-LINE.
	    WRITE REPORT-LINE.
	    MOVE WS-CHG-ACKED-COUNT TO WCF1-COUNT.
	    MOVE WS-CHG-PEND-COUNT TO WCF2-COUNT.
	    MOVE WS-CHG-OVERDUE-COUNT TO WCF3-COUNT.
	    WRITE REPORT-LINE FROM WS-CHG-FOOTER-1.
	    WRITE REPORT-LINE FROM WS-CHG-FOOTER-2.
	    WRITE REPORT-LINE FROM WS-CHG-FOOTER-3.
