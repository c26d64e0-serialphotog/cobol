	    IF WS-MASTER-STATUS NOT = "00"
	        DISPLAY "UNABLE TO OPEN MASTER FILE " WS-MASTER-STATUS
	        MOVE "Y" TO WS-EOF-SWITCH
	        MOVE 12 TO RETURN-CODE
	    END-IF.
	    OPEN OUTPUT REPORT-FILE.
	    IF WS-EOF-SWITCH = "N"
