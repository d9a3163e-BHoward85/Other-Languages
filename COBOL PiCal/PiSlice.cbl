
77 WS-ALGORITHM-MODE	PIC X.

77 WS-TICKET-NUMBER	PIC 9(6).

77 NumberOfRuns	PIC 9(8).

77 WS-START-INDEX	PIC 9(9).
					MOVE WPK-START-INDEX TO WS-START-INDEX
					MOVE WPK-END-INDEX TO WS-END-INDEX
					MOVE WPK-START-FLIPBIT TO WS-START-FLIPBIT
					MOVE WPK-TICKET-NUMBER TO WS-TICKET-NUMBER
				END-IF
		END-READ
	END-PERFORM
	MOVE NumberOfRuns TO PSM-NUMBER-OF-RUNS
	MOVE WS-PARTIAL-SUM TO PSM-PARTIAL-SUM
	MOVE WS-ELAPSED-SECONDS TO PSM-ELAPSED-SECONDS
	MOVE WS-TICKET-NUMBER TO PSM-TICKET-NUMBER
	WRITE PI-PARTIAL-SUM-RECORD
	CLOSE PI-PARTIAL-SUM

