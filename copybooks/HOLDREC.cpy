      * Shared purge-hold line - UserInput, PURGEMST, PRGNOTE
	01  HOLD-LINE.
	    02  HLD-CUST-ID pic 9(6).
	    02  filler pic x(1) value space.
	    02  HLD-EXPIRY-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  HLD-REASON pic x(30).
	    02  filler pic x(1) value space.
	    02  HLD-SET-BY pic x(8).
	    02  filler pic x(1) value space.
	    02  HLD-SET-DATE pic 9(8).
