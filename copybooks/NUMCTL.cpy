      * Shared customer number control - UserInput, SUSPREP, MSTUTIL
	01  NUM-CONTROL-LINE.
	    02  NUM-LAST-ISSUED pic 9(6).
	    02  filler pic x(1) value space.
	    02  NUM-PROTECT-LOW pic 9(6).
	    02  filler pic x(1) value space.
	    02  NUM-PROTECT-HIGH pic 9(6).
	    02  filler pic x(1) value space.
	    02  NUM-LAST-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  NUM-LAST-PROGRAM pic x(8).
	01  NUM-LOG-LINE.
	    02  NLG-RUN-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  NLG-RUN-TIME pic 9(6).
	    02  filler pic x(1) value space.
	    02  NLG-PROGRAM pic x(8).
	    02  filler pic x(1) value space.
	    02  NLG-TERMINAL-ID pic x(8).
	    02  filler pic x(1) value space.
	    02  NLG-FIRST-ID pic 9(6).
	    02  filler pic x(1) value space.
	    02  NLG-LAST-ID pic 9(6).
	    02  filler pic x(1) value space.
	    02  NLG-ISSUED-COUNT pic 9(6).
