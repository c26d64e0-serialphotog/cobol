      * Shared job stream, step log and restart lines - JOBCTL
	01  JOB-STEP-LINE.
	    02  JS-STEP-NAME pic x(8).
	    02  filler pic x(1) value space.
	    02  JS-DEPENDS-ON pic x(8).
	    02  filler pic x(1) value space.
	    02  JS-MAX-RC pic x(2).
	    02  filler pic x(1) value space.
	    02  JS-COMMAND pic x(80).
	01  JOB-LOG-LINE.
	    02  JL-RUN-ID pic 9(14).
	    02  filler pic x(1) value space.
	    02  JL-STREAM-NAME pic x(12).
	    02  filler pic x(1) value space.
	    02  JL-STEP-NAME pic x(8).
	    02  filler pic x(1) value space.
	    02  JL-START-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  JL-START-TIME pic 9(6).
	    02  filler pic x(1) value space.
	    02  JL-END-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  JL-END-TIME pic 9(6).
	    02  filler pic x(1) value space.
	    02  JL-RETURN-CODE pic 9(3).
	    02  filler pic x(1) value space.
	    02  JL-STEP-STATUS pic x(8).
	01  JOB-RESTART-LINE.
	    02  JR-STREAM-NAME pic x(12).
	    02  filler pic x(1) value space.
	    02  JR-STEP-NAME pic x(8).
	    02  filler pic x(1) value space.
	    02  JR-RUN-ID pic 9(14).
