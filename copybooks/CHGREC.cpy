      * Shared master change feed lines - CHGFEED, EXTRECON
	01  CHH-LINE.
	    02  CHH-RECORD-TYPE pic x(1).
	    02  filler pic x(1) value space.
	    02  CHH-FEED-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  CHH-CREATE-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  CHH-CREATE-TIME pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHH-SOURCE pic x(8).
	01  CHG-LINE.
	    02  CHG-RECORD-TYPE pic x(1).
	    02  filler pic x(1) value space.
	    02  CHG-KEY.
	        03  CHG-FEED-DATE pic 9(8).
	        03  CHG-SEQ-NO pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHG-ACTION pic x(8).
	    02  filler pic x(1) value space.
	    02  CHG-EFFECTIVE-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  CHG-CUST-ID pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHG-LINK-ID pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHG-BEFORE-NAME pic x(30).
	    02  filler pic x(1) value space.
	    02  CHG-AFTER-NAME pic x(30).
	    02  filler pic x(1) value space.
	    02  CHG-BEFORE-STATUS pic x(1).
	    02  filler pic x(1) value space.
	    02  CHG-AFTER-STATUS pic x(1).
	    02  filler pic x(1) value space.
	    02  CHG-STATUS-DATE pic 9(8).
	01  CHT-LINE.
	    02  CHT-RECORD-TYPE pic x(1).
	    02  filler pic x(1) value space.
	    02  CHT-FEED-DATE pic 9(8).
	    02  filler pic x(1) value space.
	    02  CHT-DETAIL-COUNT pic 9(8).
	    02  filler pic x(1) value space.
	    02  CHT-HASH pic 9(12).
	    02  filler pic x(1) value space.
	    02  CHT-CORRECT-COUNT pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHT-DELETE-COUNT pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHT-REINSTAT-COUNT pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHT-MERGE-COUNT pic 9(6).
	    02  filler pic x(1) value space.
	    02  CHT-PURGE-COUNT pic 9(6).
