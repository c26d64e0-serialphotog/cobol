      * Shared master run-lock line - UserInput, SUSPREP, CRMAPPLY,
      * PURGEMST, MSTUTIL, OPERMNT, ARCHAUD, RPTUSERS
	01  LOCK-LINE.
	    02  LCK-HELD-FLAG pic x(1).
	        88  LOCK-IS-HELD value "Y".
	    02  filler pic x(1) value space.
	    02  LCK-PROGRAM pic x(8).
	    02  filler pic x(1) value space.
	    02  LCK-TERMINAL-ID pic x(8).
	    02  filler pic x(1) value space.
	    02  LCK-OPERATOR-ID pic x(8).
	    02  filler pic x(1) value space.
	    02  LCK-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  LCK-TIME pic 9(6).
	    02  filler pic x(1) value space.
	    02  LCK-WINDOW-START pic 9(4).
	    02  filler pic x(1) value space.
	    02  LCK-WINDOW-END pic 9(4).
