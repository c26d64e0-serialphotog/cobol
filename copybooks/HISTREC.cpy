      * Shared master history line - UserInput, SUSPREP, CRMAPPLY
	01  HIST-LINE.
	    02  HIST-TIMESTAMP pic x(21).
	    02  filler pic x(1) value space.
	    02  HIST-TERMINAL-ID pic x(8).
	    02  filler pic x(1) value space.
	    02  HIST-ACTION pic x(8).
	    02  filler pic x(1) value space.
	    02  HIST-BEFORE-IMAGE.
	        03  HBI-ID pic x(6).
	        03  HBI-NAME pic x(30).
	        03  HBI-ENTRY-DATE pic x(8).
	        03  HBI-PROCESSED-DATE pic x(8).
	        03  HBI-STATUS pic x(1).
	        03  HBI-STATUS-DATE pic x(8).
	    02  filler pic x(1) value space.
	    02  HIST-AFTER-IMAGE.
	        03  HAI-ID pic x(6).
	        03  HAI-NAME pic x(30).
	        03  HAI-ENTRY-DATE pic x(8).
	        03  HAI-PROCESSED-DATE pic x(8).
	        03  HAI-STATUS pic x(1).
	        03  HAI-STATUS-DATE pic x(8).
	    02  filler pic x(1) value space.
	    02  HIST-OPERATOR-ID pic x(8) value spaces.
