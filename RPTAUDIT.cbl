	DATA DIVISION.
	FILE SECTION.
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  ARCHIVE-FILE.
	01  ARCHIVE-RECORD pic x(121).
	FD  REPORT-FILE.
	01  REPORT-LINE pic x(121).
	FD  PARM-FILE.
	01  PARM-CARD.
	    02  PARM-KEYWORD pic x(12).
	01 WS-TO-DATE pic x(8).
	01 WS-TERMINAL-FILTER pic x(8).
	01 WS-STATUS-FILTER pic x(8).
	01 WS-OPERATOR-FILTER pic x(8).
	01 WS-CUSTOMER-FILTER pic x(6).
	01 WS-NAME-FILTER pic x(30).
	01 WS-NAME-LEN pic 9(2) value zero.
	01 WS-SCAN-POS pic 9(2).
	    02 filler pic x(22) value "TIMESTAMP".
	    02 filler pic x(9) value "TERMINAL".
	    02 filler pic x(31) value "NAME".
	    02 filler pic x(9) value "STATUS".
	    02 filler pic x(9) value "OPERATOR".
	    02 filler pic x(7) value "CUST ID".
	    02 filler pic x(9) value "PROGRAM".
	    02 filler pic x(17) value "RUN ID".
	    02 filler pic x(8) value "SEQUENCE".
	01 WS-FOOTER.
	    02 filler pic x(18) value "RECORDS SELECTED: ".
	    02 WF-COUNT pic zzzzz9.
	    MOVE SPACES TO WS-TO-DATE.
	    MOVE SPACES TO WS-TERMINAL-FILTER.
	    MOVE SPACES TO WS-STATUS-FILTER.
	    MOVE SPACES TO WS-OPERATOR-FILTER.
	    MOVE SPACES TO WS-CUSTOMER-FILTER.
	    MOVE SPACES TO WS-NAME-FILTER.
	    MOVE SPACES TO WS-ARCHIVE-NAME.
	    OPEN INPUT PARM-FILE.
	        WHEN "STATUS"
	            MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
	                TO WS-STATUS-FILTER
	        WHEN "OPERATOR"
	            MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
	                TO WS-OPERATOR-FILTER
	        WHEN "CUSTOMER"
	            IF PARM-VALUE(1:6) IS NUMERIC
	                MOVE PARM-VALUE(1:6) TO WS-CUSTOMER-FILTER
	            ELSE
	                DISPLAY "BAD CUSTOMER VALUE " PARM-VALUE
	                SET RUN-ABORTED TO TRUE
	                MOVE "Y" TO WS-PARM-EOF-SWITCH
	            END-IF
	        WHEN "NAMEFILT"
	            MOVE PARM-VALUE TO WS-NAME-FILTER
	        WHEN "ARCHIVE"
	    ACCEPT WS-STATUS-FILTER.
	    MOVE FUNCTION UPPER-CASE(WS-STATUS-FILTER)
	        TO WS-STATUS-FILTER.
	    DISPLAY "OPERATOR ID (BLANK=ALL): " NO ADVANCING.
	    ACCEPT WS-OPERATOR-FILTER.
	    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-FILTER)
	        TO WS-OPERATOR-FILTER.
	    DISPLAY "CUSTOMER ID (BLANK=ALL): " NO ADVANCING.
	    ACCEPT WS-CUSTOMER-FILTER.
	    IF WS-CUSTOMER-FILTER NOT = SPACES
	            AND WS-CUSTOMER-FILTER IS NOT NUMERIC
	        DISPLAY "BAD CUSTOMER VALUE " WS-CUSTOMER-FILTER
	        SET RUN-ABORTED TO TRUE
	    END-IF.
	    DISPLAY "NAME CONTAINS (BLANK=ALL): " NO ADVANCING.
	    ACCEPT WS-NAME-FILTER.
	    DISPLAY "ARCHIVE FILE (BLANK=LIVE ONLY): " NO ADVANCING.
	2500-SELECT-AND-PRINT.
	    IF AUD-TIMESTAMP(1:8) < WS-FROM-DATE
	            OR AUD-TIMESTAMP(1:8) > WS-TO-DATE
	            OR (AUD-IS-TRAILER
	                AND WS-STATUS-FILTER NOT = "TRAILER")
	        CONTINUE
	    ELSE
	        IF WS-TERMINAL-FILTER NOT = SPACES
	                    AND AUD-STATUS NOT = WS-STATUS-FILTER
	                CONTINUE
	            ELSE
	                IF WS-OPERATOR-FILTER NOT = SPACES
	                        AND AUD-OPERATOR-ID
	                            NOT = WS-OPERATOR-FILTER
	                    CONTINUE
	                ELSE
	                    IF WS-CUSTOMER-FILTER NOT = SPACES
	                            AND AUD-CUST-ID
	                                NOT = WS-CUSTOMER-FILTER
	                        CONTINUE
	                    ELSE
	                        PERFORM 2600-CHECK-NAME-FILTER
	                        IF NAME-FILTER-HIT
	                            PERFORM 2700-PRINT-DETAIL
	                        END-IF
	                    END-IF
	                END-IF
	            END-IF
	        END-IF
