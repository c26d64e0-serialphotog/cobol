      * Shared operator security line - UserInput, OPERMNT
	01  OPER-LINE.
	    02  OPR-ID pic x(8).
	    02  filler pic x(1) value space.
	    02  OPR-PIN pic x(8).
	    02  filler pic x(1) value space.
	    02  OPR-NAME pic x(30).
	    02  filler pic x(1) value space.
	    02  OPR-STATUS pic x(1).
	        88  OPR-ACTIVE value "A".
	        88  OPR-LOCKED value "L".
	        88  OPR-DISABLED value "D".
	    02  filler pic x(1) value space.
	    02  OPR-LEVEL pic x(1).
	        88  OPR-INQUIRY value "I".
	        88  OPR-CLERK value "C".
	        88  OPR-SUPERVISOR value "S".
	    02  filler pic x(1) value space.
	    02  OPR-ACTION-MASK pic x(16).
	    02  OPR-ACTION-FLAGS redefines OPR-ACTION-MASK.
	        03  OPR-ACTION-FLAG occurs 16 pic x(1).
	    02  filler pic x(1) value space.
	    02  OPR-BAD-SIGNONS pic 9(2).
	    02  filler pic x(1) value space.
	    02  OPR-LAST-SIGNON pic 9(8).
