      * Shared audit trail line - UserInput, SUSPREP, OPERMNT, AUDVRFY
	01  AUD-LINE.
	    02  AUD-TIMESTAMP pic x(21).
	    02  filler pic x(1) value space.
	    02  AUD-TERMINAL-ID pic x(8).
	    02  filler pic x(1) value space.
	    02  AUD-NAME pic x(30).
	    02  AUD-TRAILER-TOTALS redefines AUD-NAME.
	        03  AUD-TRL-COUNT pic 9(8).
	        03  filler pic x(1).
	        03  AUD-TRL-HASH pic 9(15).
	        03  filler pic x(6).
	    02  filler pic x(1) value space.
	    02  AUD-STATUS pic x(8).
	        88  AUD-IS-TRAILER value "TRAILER".
	    02  filler pic x(1) value space.
	    02  AUD-OPERATOR-ID pic x(8) value spaces.
	    02  filler pic x(1) value space.
	    02  AUD-CUST-ID pic 9(6) value zero.
	    02  filler pic x(1) value space.
	    02  AUD-PROGRAM pic x(8) value spaces.
	    02  filler pic x(1) value space.
	    02  AUD-RUN-ID pic x(16) value spaces.
	    02  filler pic x(1) value space.
	    02  AUD-SEQUENCE pic 9(8) value zero.
