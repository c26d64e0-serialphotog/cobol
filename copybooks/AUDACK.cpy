      * Shared acknowledged abended audit run line - ARCHAUD, AUDVRFY
	01  ACK-LINE.
	    02  ACK-RUN-ID pic x(16).
	    02  filler pic x(1) value space.
	    02  ACK-PROGRAM pic x(8).
	    02  filler pic x(1) value space.
	    02  ACK-DATE pic 9(8).
