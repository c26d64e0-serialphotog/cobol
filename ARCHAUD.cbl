	    SELECT PARM-FILE ASSIGN TO "ARCHPARM.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-PARM-STATUS.
	    SELECT CATALOG-FILE ASSIGN TO "AUDCAT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-CATALOG-STATUS.
	    SELECT VERIFY-SORTED-FILE ASSIGN TO "AUDVSRT.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-VERIFY-STATUS.
	    SELECT VERIFY-SORT ASSIGN TO "SORTWK1".
	    SELECT ACK-FILE ASSIGN TO "AUDACK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-ACK-STATUS.
	    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS WS-LOCK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  ARCHIVE-FILE.
	01  ARCHIVE-RECORD pic x(121).
	FD  WORK-FILE.
	01  WORK-RECORD pic x(121).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	    02  PARM-VALUE pic x(20).
	    02  filler pic x(48).
	FD  CATALOG-FILE.
	01  CATALOG-RECORD pic x(57).
	FD  VERIFY-SORTED-FILE.
	01  VERIFY-SORTED-RECORD pic x(121).
	SD  VERIFY-SORT.
	01  VERIFY-SORT-RECORD.
	    02  filler pic x(87).
	    02  VRF-PROGRAM pic x(8).
	    02  filler pic x(1).
	    02  VRF-RUN-ID pic x(16).
	    02  filler pic x(1).
	    02  VRF-SEQUENCE pic x(8).
	FD  ACK-FILE.
	01  ACK-RECORD pic x(34).
	FD  LOCK-FILE.
	01  LOCK-RECORD pic x(54).
	WORKING-STORAGE SECTION.
	COPY AUDITREC.
	COPY AUDCAT.
	COPY AUDACK.
	COPY LOCKREC.
	01 WS-TERMINAL-ID pic x(8) value "ARCHAUD".
	01 WS-LOCK-STATUS pic x(2).
	01 WS-LOCK-SWITCH pic x value "N".
	    88 RUN-LOCK-TAKEN value "Y".
	01 WS-CATALOG-STATUS pic x(2).
	01 WS-ACK-STATUS pic x(2).
	01 WS-ACK-EOF-SWITCH pic x value "N".
	    88 END-OF-ACKS value "Y".
	01 WS-AUDIT-STATUS pic x(2).
	01 WS-ARCHIVE-STATUS pic x(2).
	01 WS-WORK-STATUS pic x(2).
	    88 RUN-ABORTED value "Y".
	01 WS-ARCHIVED-COUNT pic 9(8) value zero.
	01 WS-KEPT-COUNT pic 9(8) value zero.
	01 WS-VERIFY-STATUS pic x(2).
	01 WS-VERIFY-EOF-SWITCH pic x value "N".
	    88 END-OF-VERIFY value "Y".
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
	01 WS-VFY-PERIOD-SWITCH pic x.
	    88 VFY-IN-PERIOD value "Y".
	01 WS-VFY-LATER-SWITCH pic x.
	    88 VFY-AFTER-CUTOFF value "Y".
	01 WS-VFY-PROBLEM pic x(24).
	01 WS-VFY-FIRST-PROBLEM pic x(24).
	01 WS-VFY-RUN-COUNT pic 9(6) value zero.
	01 WS-VFY-FAILED-COUNT pic 9(6) value zero.
	01 WS-VFY-LEGACY-COUNT pic 9(8) value zero.
	01 WS-ABEND-TABLE.
	    02 WS-ABEND-ENTRY occurs 500.
	        03 WS-ABEND-RUN pic x(16).
	        03 WS-ABEND-PROGRAM pic x(8).
	        03 WS-ABEND-SOURCE pic x.
	            88 ABEND-ON-FILE value "F".
	            88 ABEND-FROM-CARD value "C".
	            88 ABEND-CARD-USED value "U".
	01 WS-ABEND-COUNT pic 9(3) value zero.
	01 WS-ABEND-IDX pic 9(3).
	01 WS-ABEND-FOUND-IDX pic 9(3).
	01 WS-ABEND-SWITCH pic x.
	    88 RUN-ACKNOWLEDGED value "Y".
	01 WS-KEEP-TABLE.
	    02 WS-KEEP-ENTRY occurs 200.
	        03 WS-KEEP-PROGRAM pic x(8).
	        03 WS-KEEP-RUN-ID pic x(16).
	01 WS-KEEP-COUNT pic 9(3) value zero.
	01 WS-KEEP-IDX pic 9(3).
	01 WS-KEEP-SWITCH pic x.
	    88 KEEP-WHOLE-RUN value "Y".
	PROCEDURE DIVISION.
	0000-MAIN.
	    PERFORM 0400-LOAD-ABEND-ACKS.
	    IF NOT RUN-ABORTED
	        PERFORM 1000-GET-CUTOFF
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 0300-TAKE-RUN-LOCK
	        IF NOT RUN-LOCK-TAKEN
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 1500-VERIFY-PERIOD
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 2000-OPEN-FILES
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 4000-REBUILD-AUDIT
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 5000-CATALOG-ARCHIVE
	    END-IF.
	    IF NOT RUN-ABORTED
	        PERFORM 5100-RECORD-ABEND-ACKS
	    END-IF.
	    PERFORM 0350-RELEASE-RUN-LOCK.
	    IF NOT RUN-ABORTED
	        DISPLAY "RECORDS ARCHIVED: " WS-ARCHIVED-COUNT
	        DISPLAY "RECORDS KEPT: " WS-KEPT-COUNT
	        MOVE 12 TO RETURN-CODE
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
	        IF LOCK-IS-HELD AND LCK-PROGRAM = WS-TERMINAL-ID
	                AND LCK-TERMINAL-ID = WS-TERMINAL-ID
	            MOVE "N" TO LCK-HELD-FLAG
	            PERFORM 0320-WRITE-RUN-LOCK
	        END-IF
	        MOVE "N" TO WS-LOCK-SWITCH
	    END-IF.
	0400-LOAD-ABEND-ACKS.
	    OPEN INPUT ACK-FILE.
	    IF WS-ACK-STATUS = "00"
	        PERFORM 0410-READ-ABEND-ACK UNTIL END-OF-ACKS
	        CLOSE ACK-FILE
	    ELSE
	        IF WS-ACK-STATUS NOT = "35"
	            DISPLAY "UNABLE TO OPEN AUDACK " WS-ACK-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	0410-READ-ABEND-ACK.
	    READ ACK-FILE INTO ACK-LINE
	        AT END
	            MOVE "Y" TO WS-ACK-EOF-SWITCH
	        NOT AT END
	            IF WS-ABEND-COUNT < 500
	                ADD 1 TO WS-ABEND-COUNT
	                MOVE ACK-RUN-ID TO WS-ABEND-RUN(WS-ABEND-COUNT)
	                MOVE ACK-PROGRAM
	                    TO WS-ABEND-PROGRAM(WS-ABEND-COUNT)
	                SET ABEND-ON-FILE(WS-ABEND-COUNT) TO TRUE
	            ELSE
	                DISPLAY "AUDACK EXCEEDS ABEND TABLE"
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-ACK-EOF-SWITCH
	            END-IF
	    END-READ.
	1000-GET-CUTOFF.
	    OPEN INPUT PARM-FILE.
	    IF WS-PARM-STATUS = "00"
	            IF NOT RUN-ABORTED
	                SET CUTOFF-SEEN TO TRUE
	            END-IF
	        WHEN "ABENDRUN"
	            PERFORM 1250-ADD-ABENDRUN-CARD
	        WHEN SPACES
	            CONTINUE
	        WHEN OTHER
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	    END-EVALUATE.
	1250-ADD-ABENDRUN-CARD.
	    MOVE ZERO TO WS-ABEND-FOUND-IDX.
	    PERFORM VARYING WS-ABEND-IDX FROM 1 BY 1
	            UNTIL WS-ABEND-IDX > WS-ABEND-COUNT
	        IF WS-ABEND-RUN(WS-ABEND-IDX) = PARM-VALUE(1:16)
	            MOVE WS-ABEND-IDX TO WS-ABEND-FOUND-IDX
	        END-IF
	    END-PERFORM.
	    IF WS-ABEND-FOUND-IDX = ZERO
	        IF WS-ABEND-COUNT < 500
	            ADD 1 TO WS-ABEND-COUNT
	            MOVE PARM-VALUE(1:16)
	                TO WS-ABEND-RUN(WS-ABEND-COUNT)
	            MOVE SPACES TO WS-ABEND-PROGRAM(WS-ABEND-COUNT)
	            SET ABEND-FROM-CARD(WS-ABEND-COUNT) TO TRUE
	        ELSE
	            DISPLAY "TOO MANY ABENDRUN CARDS"
	            SET RUN-ABORTED TO TRUE
	            MOVE "Y" TO WS-PARM-EOF-SWITCH
	        END-IF
	    END-IF.
	1300-EDIT-CUTOFF.
	    IF WS-CUTOFF-DATE IS NOT NUMERIC
	            OR WS-CUTOFF-DATE = ZERO
	        DISPLAY "INVALID CUTOFF DATE " WS-CUTOFF-DATE
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        MOVE SPACES TO WS-ARCHIVE-NAME
	        STRING "AUDARC-" WS-CUTOFF-DATE ".DAT"
	            DELIMITED BY SIZE
	            INTO WS-ARCHIVE-NAME
	    END-IF.
	1500-VERIFY-PERIOD.
	    OPEN INPUT AUDIT-FILE.
	    IF WS-AUDIT-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDIT FILE " WS-AUDIT-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        CLOSE AUDIT-FILE
	        SORT VERIFY-SORT
	            ON ASCENDING KEY VRF-PROGRAM VRF-RUN-ID VRF-SEQUENCE
	            USING AUDIT-FILE
	            GIVING VERIFY-SORTED-FILE
	        OPEN INPUT VERIFY-SORTED-FILE
	        IF WS-VERIFY-STATUS NOT = "00"
	            DISPLAY "UNABLE TO OPEN AUDVSRT " WS-VERIFY-STATUS
	            SET RUN-ABORTED TO TRUE
	        ELSE
	            MOVE SPACES TO WS-VFY-PROGRAM
	            MOVE SPACES TO WS-VFY-RUN-ID
	            PERFORM 1510-VERIFY-LINE UNTIL END-OF-VERIFY
	            IF WS-VFY-RUN-ID NOT = SPACES
	                PERFORM 1560-END-RUN
	            END-IF
	            CLOSE VERIFY-SORTED-FILE
	        END-IF
	    END-IF.
	    IF NOT RUN-ABORTED
	        DISPLAY "RUNS VERIFIED: " WS-VFY-RUN-COUNT
	        IF WS-VFY-LEGACY-COUNT > ZERO
	            DISPLAY "LINES WITHOUT RUN ID: " WS-VFY-LEGACY-COUNT
	        END-IF
	        IF WS-KEEP-COUNT > ZERO
	            DISPLAY "RUNS KEPT ACROSS CUTOFF: " WS-KEEP-COUNT
	        END-IF
	        IF WS-VFY-FAILED-COUNT > ZERO
	            DISPLAY "RUNS FAILING VERIFICATION: "
	                WS-VFY-FAILED-COUNT
	            DISPLAY "PERIOD NOT ARCHIVED"
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
	1510-VERIFY-LINE.
	    READ VERIFY-SORTED-FILE INTO AUD-LINE
	        AT END
	            MOVE "Y" TO WS-VERIFY-EOF-SWITCH
	        NOT AT END
	            IF AUD-RUN-ID = SPACES
	                ADD 1 TO WS-VFY-LEGACY-COUNT
	            ELSE
	                PERFORM 1520-CHECK-LINE
	            END-IF
	    END-READ.
	1520-CHECK-LINE.
	    IF AUD-PROGRAM NOT = WS-VFY-PROGRAM
	            OR AUD-RUN-ID NOT = WS-VFY-RUN-ID
	        IF WS-VFY-RUN-ID NOT = SPACES
	            PERFORM 1560-END-RUN
	        END-IF
	        PERFORM 1550-START-RUN
	    END-IF.
	    IF AUD-TIMESTAMP(1:8) < WS-CUTOFF-DATE
	        SET VFY-IN-PERIOD TO TRUE
	    ELSE
	        SET VFY-AFTER-CUTOFF TO TRUE
	    END-IF.
	    IF VFY-TRAILER-SEEN
	        MOVE "LINE AFTER TRAILER" TO WS-VFY-PROBLEM
	        PERFORM 1580-FLAG-PROBLEM
	    END-IF.
	    IF AUD-SEQUENCE IS NOT NUMERIC
	        MOVE "SEQUENCE NOT NUMERIC" TO WS-VFY-PROBLEM
	        PERFORM 1580-FLAG-PROBLEM
	    ELSE
	        IF AUD-SEQUENCE = WS-VFY-LAST-SEQ
	            MOVE "DUPLICATE SEQUENCE" TO WS-VFY-PROBLEM
	            PERFORM 1580-FLAG-PROBLEM
	        ELSE
	            IF AUD-SEQUENCE NOT = WS-VFY-LAST-SEQ + 1
	                MOVE "SEQUENCE GAP" TO WS-VFY-PROBLEM
	                PERFORM 1580-FLAG-PROBLEM
	            END-IF
	        END-IF
	        MOVE AUD-SEQUENCE TO WS-VFY-LAST-SEQ
	    END-IF.
	    IF AUD-IS-TRAILER
	        SET VFY-TRAILER-SEEN TO TRUE
	        IF AUD-TRL-COUNT IS NOT NUMERIC
	                OR AUD-TRL-COUNT NOT = WS-VFY-DETAILS
	            MOVE "TRAILER COUNT MISMATCH" TO WS-VFY-PROBLEM
	            PERFORM 1580-FLAG-PROBLEM
	        END-IF
	        IF AUD-TRL-HASH IS NOT NUMERIC
	                OR AUD-TRL-HASH NOT = WS-VFY-HASH
	            MOVE "TRAILER HASH MISMATCH" TO WS-VFY-PROBLEM
	            PERFORM 1580-FLAG-PROBLEM
	        END-IF
	    ELSE
	        ADD 1 TO WS-VFY-DETAILS
	        PERFORM 1530-HASH-CHAR
	            VARYING WS-VFY-HASH-IDX FROM 1 BY 1
	            UNTIL WS-VFY-HASH-IDX > 86
	    END-IF.
	1530-HASH-CHAR.
	    COMPUTE WS-VFY-HASH = WS-VFY-HASH
	        + FUNCTION ORD(AUD-LINE(WS-VFY-HASH-IDX:1))
	        * WS-VFY-HASH-IDX.
	1550-START-RUN.
	    MOVE AUD-PROGRAM TO WS-VFY-PROGRAM.
	    MOVE AUD-RUN-ID TO WS-VFY-RUN-ID.
	    MOVE ZERO TO WS-VFY-LAST-SEQ.
	    MOVE ZERO TO WS-VFY-DETAILS.
	    MOVE ZERO TO WS-VFY-HASH.
	    MOVE "N" TO WS-VFY-TRAILER-SWITCH.
	    MOVE "N" TO WS-VFY-FAIL-SWITCH.
	    MOVE "N" TO WS-VFY-PERIOD-SWITCH.
	    MOVE "N" TO WS-VFY-LATER-SWITCH.
	    MOVE SPACES TO WS-VFY-FIRST-PROBLEM.
	1560-END-RUN.
	    IF NOT VFY-TRAILER-SEEN
	        MOVE "N" TO WS-ABEND-SWITCH
	        PERFORM VARYING WS-ABEND-IDX FROM 1 BY 1
	                UNTIL WS-ABEND-IDX > WS-ABEND-COUNT
	            IF WS-ABEND-RUN(WS-ABEND-IDX) = WS-VFY-RUN-ID
	                SET RUN-ACKNOWLEDGED TO TRUE
	                IF ABEND-FROM-CARD(WS-ABEND-IDX)
	                    SET ABEND-CARD-USED(WS-ABEND-IDX) TO TRUE
	                    MOVE WS-VFY-PROGRAM
	                        TO WS-ABEND-PROGRAM(WS-ABEND-IDX)
	                END-IF
	            END-IF
	        END-PERFORM
	        IF NOT RUN-ACKNOWLEDGED
	            MOVE "NO TRAILER" TO WS-VFY-PROBLEM
	            PERFORM 1580-FLAG-PROBLEM
	        END-IF
	    END-IF.
	    IF VFY-IN-PERIOD AND VFY-AFTER-CUTOFF
	        PERFORM 1570-KEEP-RUN
	    ELSE
	        IF VFY-IN-PERIOD
	            ADD 1 TO WS-VFY-RUN-COUNT
	            IF VFY-RUN-FAILED
	                ADD 1 TO WS-VFY-FAILED-COUNT
	                DISPLAY "RUN " WS-VFY-PROGRAM " " WS-VFY-RUN-ID
	                    " " WS-VFY-FIRST-PROBLEM
	            END-IF
	        END-IF
	    END-IF.
	1570-KEEP-RUN.
	    IF WS-KEEP-COUNT < 200
	        ADD 1 TO WS-KEEP-COUNT
	        MOVE WS-VFY-PROGRAM TO WS-KEEP-PROGRAM(WS-KEEP-COUNT)
	        MOVE WS-VFY-RUN-ID TO WS-KEEP-RUN-ID(WS-KEEP-COUNT)
	    ELSE
	        DISPLAY "TOO MANY RUNS SPAN THE CUTOFF"
	        SET RUN-ABORTED TO TRUE
	        MOVE "Y" TO WS-VERIFY-EOF-SWITCH
	    END-IF.
	1580-FLAG-PROBLEM.
	    IF NOT VFY-RUN-FAILED
	        MOVE WS-VFY-PROBLEM TO WS-VFY-FIRST-PROBLEM
	        SET VFY-RUN-FAILED TO TRUE
	    END-IF.
	2000-OPEN-FILES.
	    OPEN INPUT AUDIT-FILE.
	    IF WS-AUDIT-STATUS NOT = "00"
	        AT END
	            MOVE "Y" TO WS-EOF-SWITCH
	        NOT AT END
	            PERFORM 3100-CHECK-KEEP-RUN
	            IF AUD-TIMESTAMP(1:8) < WS-CUTOFF-DATE
	                    AND NOT KEEP-WHOLE-RUN
	                WRITE ARCHIVE-RECORD FROM AUD-LINE
	                IF WS-ARCHIVE-STATUS NOT = "00"
	                    DISPLAY "ARCHIVE WRITE FAILED "
	                END-IF
	            END-IF
	    END-READ.
	3100-CHECK-KEEP-RUN.
	    MOVE "N" TO WS-KEEP-SWITCH.
	    IF AUD-RUN-ID NOT = SPACES
	        PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
	                UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
	                    OR KEEP-WHOLE-RUN
	            IF WS-KEEP-PROGRAM(WS-KEEP-IDX) = AUD-PROGRAM
	                    AND WS-KEEP-RUN-ID(WS-KEEP-IDX) = AUD-RUN-ID
	                SET KEEP-WHOLE-RUN TO TRUE
	            END-IF
	        END-PERFORM
	    END-IF.
	4000-REBUILD-AUDIT.
	    CLOSE AUDIT-FILE.
	    CLOSE ARCHIVE-FILE.
	                MOVE "Y" TO WS-WORK-EOF-SWITCH
	            END-IF
	    END-READ.
	5000-CATALOG-ARCHIVE.
	    OPEN EXTEND CATALOG-FILE.
	    IF WS-CATALOG-STATUS NOT = "00"
	        OPEN OUTPUT CATALOG-FILE
	    END-IF.
	    IF WS-CATALOG-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDCAT " WS-CATALOG-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        MOVE WS-ARCHIVE-NAME TO CAT-ARCHIVE-NAME
	        MOVE WS-CUTOFF-DATE TO CAT-CUTOFF-DATE
	        MOVE FUNCTION CURRENT-DATE(1:8) TO CAT-RUN-DATE
	        MOVE WS-ARCHIVED-COUNT TO CAT-RECORD-COUNT
	        WRITE CATALOG-RECORD FROM CAT-LINE
	        CLOSE CATALOG-FILE
	    END-IF.
	5100-RECORD-ABEND-ACKS.
	    OPEN EXTEND ACK-FILE.
	    IF WS-ACK-STATUS NOT = "00"
	        OPEN OUTPUT ACK-FILE
	    END-IF.
	    IF WS-ACK-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN AUDACK " WS-ACK-STATUS
	        SET RUN-ABORTED TO TRUE
	    ELSE
	        PERFORM 5200-WRITE-ABEND-ACK
	            VARYING WS-ABEND-IDX FROM 1 BY 1
	            UNTIL WS-ABEND-IDX > WS-ABEND-COUNT
	        CLOSE ACK-FILE
	    END-IF.
	5200-WRITE-ABEND-ACK.
	    IF ABEND-CARD-USED(WS-ABEND-IDX)
	        MOVE WS-ABEND-RUN(WS-ABEND-IDX) TO ACK-RUN-ID
	        MOVE WS-ABEND-PROGRAM(WS-ABEND-IDX) TO ACK-PROGRAM
	        MOVE FUNCTION CURRENT-DATE(1:8) TO ACK-DATE
	        WRITE ACK-RECORD FROM ACK-LINE
	        IF WS-ACK-STATUS NOT = "00"
	            DISPLAY "AUDACK WRITE FAILED " WS-ACK-STATUS
	            SET RUN-ABORTED TO TRUE
	        END-IF
	    END-IF.
