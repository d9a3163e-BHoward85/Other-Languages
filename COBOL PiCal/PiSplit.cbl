*> records are refused rather than silently run one-sided; run the
*> cross-check as an ordinary Lab4 record, or split each series as
*> its own request and compare the two combined results.
*> A request carrying a requester ticket number (see PITKTREC.CPY)
*> passes it on every work packet, so the combined result closes
*> the ticket like a nightly run's.
*>   RETURN-CODE = 0  packets written
*>   RETURN-CODE = 4  request record invalid or not partitionable
*>   RETURN-CODE = 8  PISPLREQ/PIWRKPKT could not be opened

77 WS-ALGORITHM-MODE	PIC X.

77 WS-TICKET-NUMBER	PIC 9(6)		VALUE 0.

77 WS-PACKET-SIZE	PIC 9(9).

77 WS-PACKET-NO		PIC 99.
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF
	IF EXTENDED-RUN-RECORD
		DISPLAY "PISPLIT: extended-precision requests cannot be"
			" partitioned - the digits come from one series sum"
		CLOSE PI-SPLIT-REQUEST
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF
	IF PRP-NUMBER-OF-RUNS IS NOT NUMERIC
	  OR PRP-NUMBER-OF-RUNS NOT > WS-MINIMUM-RUNS
		DISPLAY "PISPLIT: NumberOfRuns must be numeric and > "
	ELSE
		MOVE "L" TO WS-ALGORITHM-MODE
	END-IF
	IF PRP-TICKET-NUMBER-X IS NUMERIC
		MOVE PRP-TICKET-NUMBER TO WS-TICKET-NUMBER
	END-IF
	CLOSE PI-SPLIT-REQUEST

	OPEN OUTPUT PI-WORK-PACKET
	MOVE NumberOfRuns TO WPK-NUMBER-OF-RUNS
	MOVE WS-START-INDEX TO WPK-START-INDEX
	MOVE WS-END-INDEX TO WPK-END-INDEX
	MOVE WS-TICKET-NUMBER TO WPK-TICKET-NUMBER
	*> Term sign at an index: Leibniz is + on even indexes, Nilakantha
	*> is + on odd ones.
	IF WS-ALGORITHM-MODE = "N"
