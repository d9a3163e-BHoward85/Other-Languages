*>   RETURN-CODE = 0  combined result written
*>   RETURN-CODE = 4  packet set incomplete or inconsistent - no
*>                    result written
*>   RETURN-CODE = 8  a file (including the run-history master, its
*>                    forward-recovery journal or the control-totals
*>                    trailer) could not be opened
*>   RETURN-CODE = 12 operator unknown, inactive or unverifiable -
*>                    run refused
ENVIRONMENT DIVISION.
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PI-HISTORY-JOURNAL ASSIGN TO "PIHSTJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HSTJRN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-PARTIAL-SUM
FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

*> Same forward-recovery journal Lab4 appends to.
FD  PI-HISTORY-JOURNAL
    RECORDING MODE IS F.
01  PI-HISTORY-JOURNAL-RECORD      PIC X(102).

WORKING-STORAGE SECTION.
77 WS-PARTIAL-STATUS	PIC XX.


77 WS-HISTORY-STATUS	PIC XX.

77 WS-HSTJRN-STATUS	PIC XX.

77 WS-HISTORY-RETRIES	PIC 99.

77 WS-PARTIAL-EOF	PIC X			VALUE "N".

77 WS-ALGORITHM-MODE	PIC X			VALUE SPACE.

*> The requester ticket the partials carry (0 = none) - stamped on
*> the combined result's history record for PITKTCLS.
77 WS-TICKET-NUMBER	PIC 9(6)		VALUE 0.

77 WS-TOTAL-PACKETS	PIC 99			VALUE 0.

77 WS-PARTIAL-COUNT	PIC 99			VALUE 0.
		MOVE PSM-TOTAL-PACKETS TO WS-TOTAL-PACKETS
		MOVE PSM-ALGORITHM-MODE TO WS-ALGORITHM-MODE
		MOVE PSM-NUMBER-OF-RUNS TO NumberOfRuns
		MOVE PSM-TICKET-NUMBER TO WS-TICKET-NUMBER
	ELSE
		IF PSM-TOTAL-PACKETS NOT = WS-TOTAL-PACKETS
		  OR PSM-ALGORITHM-MODE NOT = WS-ALGORITHM-MODE
		  OR PSM-NUMBER-OF-RUNS NOT = NumberOfRuns
		  OR PSM-TICKET-NUMBER NOT = WS-TICKET-NUMBER
			DISPLAY "PICOMBIN: partial for packet " PSM-PACKET-NO
				" does not match the first partial's run"
			SET BAD-PACKET-SET TO TRUE
			STOP RUN
		END-IF
	END-IF
	OPEN EXTEND PI-HISTORY-JOURNAL
	IF WS-HSTJRN-STATUS NOT = "00"
		OPEN OUTPUT PI-HISTORY-JOURNAL
		IF WS-HSTJRN-STATUS NOT = "00"
			DISPLAY "PICOMBIN: PI-HISTORY-JOURNAL could not be opened,"
				" status=" WS-HSTJRN-STATUS
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	MOVE SPACES TO PI-RUN-HISTORY-RECORD
	ACCEPT HST-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT HST-RUN-TIME FROM TIME
	MOVE WS-ELAPSED-SECONDS TO HST-ELAPSED-SECONDS
	MOVE WS-OPERATOR-ID TO HST-OPERATOR-ID
	MOVE WS-RUN-ID TO HST-RUN-ID
	MOVE WS-TICKET-NUMBER TO HST-TICKET-NUMBER
	WRITE PI-RUN-HISTORY-RECORD
	*> Status 22 = duplicate key: two partitioned runs landing in the
	*> same hundredth of a second share the marker ordinal. Bump the
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PICOMBIN: PI-RUN-HISTORY write failed, status="
			WS-HISTORY-STATUS
	ELSE
		WRITE PI-HISTORY-JOURNAL-RECORD FROM PI-RUN-HISTORY-RECORD
		IF WS-HSTJRN-STATUS NOT = "00"
			DISPLAY "PICOMBIN: PI-HISTORY-JOURNAL write failed, status="
				WS-HSTJRN-STATUS
		END-IF
	END-IF
	CLOSE PI-HISTORY-JOURNAL
	CLOSE PI-RUN-HISTORY.

Write-Control-Totals.
