      * Shared customer letter log line - UserInput, LTRPRINT, PRGNOTE
	01  LETTER-LOG-LINE.
	    02  LTR-CUST-ID pic 9(6).
	    02  filler pic x(1) value space.
	    02  LTR-TYPE pic x(8).
	        88  LTR-IS-WELCOME value "WELCOME".
	        88  LTR-IS-PURGE-NOTICE value "PURGENOT".
	    02  filler pic x(1) value space.
	    02  LTR-ISSUE pic x(8).
	        88  LTR-IS-ORIGINAL value "ORIGINAL".
	        88  LTR-IS-REPRINT value "REPRINT".
	    02  filler pic x(1) value space.
	    02  LTR-ISSUE-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  LTR-PROGRAM pic x(8).
	    02  filler pic x(1) value space.
	    02  LTR-RUN-ID pic x(16).
	    02  filler pic x(1) value space.
	    02  LTR-CUST-NAME pic x(30).
