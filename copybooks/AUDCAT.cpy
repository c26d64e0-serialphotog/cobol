      * Shared audit archive catalog line - ARCHAUD, CUSTDOSS
	01  CAT-LINE.
	    02  CAT-ARCHIVE-NAME pic x(30).
	    02  filler pic x(1) value space.
	    02  CAT-CUTOFF-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  CAT-RUN-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  CAT-RECORD-COUNT pic 9(8).
