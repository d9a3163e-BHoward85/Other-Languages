 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PITKTCLS.
AUTHOR. Brad Howard.
*> Requester-ticket close-out - runs after the calculation in
*> PICALJOB (STEP2E) and after COMBINE in PISPLTJB. Every ticket on
*> PI-TICKET-MASTER (see PITKTREC.CPY) that PISCHED or PITKTMNT has
*> scheduled is settled from what the run left behind:
*>   a PI-RUN-HISTORY record stamped with the ticket number, dated on
*>     or after the ticket's scheduled date, closes it "C" completed
*>     with that record's run ID, PiValue and error margin (the last
*>     one wins - a cross-check request writes two);
*>   otherwise a PI-ERROR-LOG entry from that date on for the
*>     ticket's run field (the first eight PI-RUN-PARM bytes Lab4
*>     logs as the bad value) settles it - "Held for dual-control
*>     approval" marks it "H" held, so PISCHED offers it again each
*>     night until the approval lets it run; any other reason (a
*>     rejection, or the approval itself being rejected) closes it
*>     "F" failed with that reason;
*>   a ticket scheduled on the nightly route with neither goes back
*>     to "O" open, so the next night's PISCHED offers it again (a
*>     window suspension's resubmission still closes it from the
*>     history record); one routed to a partitioned run stays
*>     scheduled while its PISPLTJB run may still be to come - the
*>     day it was routed and the day after - and is then closed "F"
*>     failed, "Partitioned run not completed": PISPLIT, PISLICE and
*>     PICOMBIN log nothing to PI-ERROR-LOG, so a refused or failed
*>     partitioned run leaves nothing else to settle it by.
*> The error log carries no ticket number, so a ticket is failed by
*> a rejection of the same run field logged the same night - two
*> identical asks share the outcome, which they would anyway.
*> Every ticket touched is listed on PITKTRPT with the outcome.
*>   RETURN-CODE = 0  tickets settled
*>   RETURN-CODE = 4  one or more tickets failed, or there were more
*>                    scheduled tickets than one pass holds - the rest
*>                    settle on the next run
*>   RETURN-CODE = 8  PI-TICKET-MASTER, PI-RUN-HISTORY or the report
*>                    could not be opened - nothing settled

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-TICKET-MASTER ASSIGN TO "PITKTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TKT-TICKET-NUMBER
        FILE STATUS IS WS-TKTMST-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PI-ERROR-LOG ASSIGN TO "PIERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.

    SELECT PI-TICKET-CLOSE-REPORT ASSIGN TO "PITKTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TKTRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-TICKET-MASTER.
    COPY PITKTREC.

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

FD  PI-ERROR-LOG
    RECORDING MODE IS F.
01  TCL-ERROR-RECORD.
    05  TCL-ERR-DATE                PIC 9(8).
    05  FILLER                      PIC X.
    05  TCL-ERR-TIME                PIC 9(8).
    05  FILLER                      PIC X.
    05  TCL-ERR-OPERATOR-ID         PIC X(8).
    05  FILLER                      PIC X.
    05  TCL-ERR-BAD-VALUE           PIC X(8).
    05  FILLER                      PIC X.
    05  TCL-ERR-REASON              PIC X(30).

FD  PI-TICKET-CLOSE-REPORT
    RECORDING MODE IS F.
01  PI-TICKET-CLOSE-REPORT-RECORD   PIC X(132).

WORKING-STORAGE SECTION.
77 WS-TKTMST-STATUS	PIC XX.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-ERRLOG-STATUS	PIC XX.

77 WS-TKTRPT-STATUS	PIC XX.

77 WS-TICKET-EOF	PIC X			VALUE "N".
    88 TICKET-EOF			VALUE "Y".

77 WS-HISTORY-EOF	PIC X			VALUE "N".
    88 HISTORY-EOF			VALUE "Y".

77 WS-ERRLOG-EOF	PIC X			VALUE "N".
    88 ERRLOG-EOF			VALUE "Y".

77 WS-TODAY		PIC 9(8).

*> A partitioned ticket scheduled before this date (yesterday) has
*> had its day and the next for its PISPLTJB run.
77 WS-PARTITION-CUTOFF	PIC 9(8).

77 WS-DAY-NUMBER	PIC 9(7).

77 WS-PARTITION-REASON	PIC X(30)
    VALUE "Partitioned run not completed".

*> The earliest scheduled date among the tickets loaded - the history
*> walk starts there.
77 WS-EARLIEST-SCHEDULED	PIC 9(8)	VALUE 99999999.

77 WS-HELD-REASON	PIC X(30)
    VALUE "Held for dual-control approval".

77 WS-TABLE-FOUND	PIC X			VALUE "N".
    88 TABLE-FOUND			VALUE "Y".

77 WS-TABLE-SUB		PIC 9(4)		VALUE 0.

77 WS-TICKET-COUNT	PIC 9(4)		VALUE 0.

77 WS-TICKET-MAX	PIC 9(4)		VALUE 500.

77 WS-TICKET-OVERFLOW	PIC 9(6)		VALUE 0.

77 WS-COMPLETED-COUNT	PIC 9(6)		VALUE 0.

77 WS-FAILED-COUNT	PIC 9(6)		VALUE 0.

77 WS-HELD-COUNT	PIC 9(6)		VALUE 0.

77 WS-REOPENED-COUNT	PIC 9(6)		VALUE 0.

77 WS-AWAITING-COUNT	PIC 9(6)		VALUE 0.

77 WS-UNCHANGED-COUNT	PIC 9(6)		VALUE 0.

*> Every scheduled ticket, and what this pass found for it. Only
*> outstanding tickets with a scheduled date are loaded, so the cap
*> is far above a night's one-off asks.
01 WS-TICKET-TABLE.
    05  WS-TICKET-ENTRY OCCURS 500 TIMES.
        10  WS-TT-TICKET-NUMBER	PIC 9(6).
        10  WS-TT-SCHEDULED-DATE	PIC 9(8).
        10  WS-TT-RUN-FIELD	PIC X(8).
        10  WS-TT-OUTCOME	PIC X.
            88 TT-NO-OUTCOME			VALUE SPACE.
            88 TT-COMPLETED			VALUE "C".
            88 TT-FAILED			VALUE "F".
            88 TT-HELD				VALUE "H".
        10  WS-TT-RUN-ID	PIC X(16).
        10  WS-TT-PI-VALUE	PIC 9V9(15).
        10  WS-TT-ERROR-MARGIN	PIC S9V9(15).
        10  WS-TT-REASON	PIC X(30).

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(34)
	VALUE "REQUESTER TICKET CLOSE-OUT - ".
    05  FILLER			PIC X(6)	VALUE "DATE: ".
    05  WS-RH1-DATE		PIC 9(8).

01 WS-REPORT-HEADING-2	PIC X(132)	VALUE
    "  TICKET  REQUESTER                 RUN FIELD MODE OUTCOME             RUN ID            PI VALUE           ERROR MARGIN".

01 WS-TICKET-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-TICKET-NUMBER	PIC 9(6).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-REQUESTER		PIC X(24).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-RUN-FIELD		PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-MODE		PIC X.
    05  FILLER			PIC X(4)	VALUE SPACES.
    05  WS-TL-OUTCOME		PIC X(18).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-DETAIL		PIC X(55).
    05  WS-TL-RESULT REDEFINES WS-TL-DETAIL.
        10  WS-TL-RUN-ID	PIC X(16).
        10  FILLER		PIC X(2).
        10  WS-TL-PI-VALUE	PIC 9.9(15).
        10  FILLER		PIC X(2).
        10  WS-TL-ERROR-MARGIN	PIC -9.9(15).

01 WS-NOTE-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-NL-LABEL		PIC X(50).
    05  WS-NL-COUNT		PIC ZZZZZZZ9.

01 WS-NO-TICKETS-LINE	PIC X(80)	VALUE
    "NO SCHEDULED TICKETS TO SETTLE".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
	COMPUTE WS-PARTITION-CUTOFF = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)

	OPEN OUTPUT PI-TICKET-CLOSE-REPORT
	IF WS-TKTRPT-STATUS NOT = "00"
		DISPLAY "PITKTCLS: PI-TICKET-CLOSE-REPORT could not be opened,"
			" status=" WS-TKTRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TODAY TO WS-RH1-DATE
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-BLANK-LINE

	OPEN I-O PI-TICKET-MASTER
	IF WS-TKTMST-STATUS = "35"
		*> No ticket has ever been opened - nothing to settle.
		WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NO-TICKETS-LINE
		CLOSE PI-TICKET-CLOSE-REPORT
		DISPLAY "PITKTCLS: no PI-TICKET-MASTER - no tickets to settle"
		MOVE 0 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "PITKTCLS: PI-TICKET-MASTER could not be opened,"
			" status=" WS-TKTMST-STATUS
		CLOSE PI-TICKET-CLOSE-REPORT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM Load-Scheduled-Tickets
	IF WS-TICKET-COUNT = 0
		WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NO-TICKETS-LINE
		CLOSE PI-TICKET-MASTER
		CLOSE PI-TICKET-CLOSE-REPORT
		DISPLAY "PITKTCLS: no scheduled tickets to settle"
		MOVE 0 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN INPUT PI-RUN-HISTORY
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PITKTCLS: PI-RUN-HISTORY could not be opened,"
			" status=" WS-HISTORY-STATUS " - nothing settled"
		CLOSE PI-TICKET-MASTER
		CLOSE PI-TICKET-CLOSE-REPORT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM Match-Run-History
	CLOSE PI-RUN-HISTORY

	*> Without the error log nothing can be failed or held - every
	*> unanswered ticket is simply offered again.
	OPEN INPUT PI-ERROR-LOG
	IF WS-ERRLOG-STATUS = "00"
		PERFORM Match-Error-Log
		CLOSE PI-ERROR-LOG
	ELSE
		DISPLAY "PITKTCLS: PI-ERROR-LOG could not be opened, status="
			WS-ERRLOG-STATUS " - no ticket failed or held"
	END-IF

	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-REPORT-HEADING-2
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-TICKET-COUNT
		PERFORM Settle-Ticket
	END-PERFORM
	CLOSE PI-TICKET-MASTER

	PERFORM Write-Totals
	CLOSE PI-TICKET-CLOSE-REPORT

	DISPLAY "PITKTCLS: " WS-COMPLETED-COUNT " completed, "
		WS-FAILED-COUNT " failed, " WS-HELD-COUNT " held, "
		WS-REOPENED-COUNT " reopened, " WS-AWAITING-COUNT
		" awaiting a partitioned run"
	IF WS-FAILED-COUNT > 0 OR WS-TICKET-OVERFLOW > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Load-Scheduled-Tickets.
	MOVE 0 TO TKT-TICKET-NUMBER
	START PI-TICKET-MASTER KEY NOT < TKT-TICKET-NUMBER
	IF WS-TKTMST-STATUS NOT = "00"
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL TICKET-EOF
		READ PI-TICKET-MASTER NEXT RECORD
			AT END
				SET TICKET-EOF TO TRUE
			NOT AT END
				IF TICKET-OUTSTANDING
				  AND TKT-SCHEDULED-DATE > 0
					PERFORM Load-Ticket-Entry
				END-IF
		END-READ
	END-PERFORM.

Load-Ticket-Entry.
	IF WS-TICKET-COUNT NOT < WS-TICKET-MAX
		ADD 1 TO WS-TICKET-OVERFLOW
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-TICKET-COUNT
	MOVE TKT-TICKET-NUMBER TO WS-TT-TICKET-NUMBER (WS-TICKET-COUNT)
	MOVE TKT-SCHEDULED-DATE TO WS-TT-SCHEDULED-DATE (WS-TICKET-COUNT)
	MOVE TKT-RUN-FIELD TO WS-TT-RUN-FIELD (WS-TICKET-COUNT)
	MOVE SPACE TO WS-TT-OUTCOME (WS-TICKET-COUNT)
	MOVE SPACES TO WS-TT-RUN-ID (WS-TICKET-COUNT)
	MOVE 0 TO WS-TT-PI-VALUE (WS-TICKET-COUNT)
	MOVE 0 TO WS-TT-ERROR-MARGIN (WS-TICKET-COUNT)
	MOVE SPACES TO WS-TT-REASON (WS-TICKET-COUNT)
	IF TKT-SCHEDULED-DATE < WS-EARLIEST-SCHEDULED
		MOVE TKT-SCHEDULED-DATE TO WS-EARLIEST-SCHEDULED
	END-IF.

Match-Run-History.
	*> The key leads with the run date, so the walk starts at the
	*> earliest scheduled date - nothing older can answer a ticket.
	MOVE SPACES TO PI-RUN-HISTORY-RECORD
	MOVE WS-EARLIEST-SCHEDULED TO HST-RUN-DATE
	MOVE 0 TO HST-RUN-TIME
	MOVE 0 TO HST-RECORD-ORDINAL
	START PI-RUN-HISTORY KEY NOT < HST-KEY
	IF WS-HISTORY-STATUS NOT = "00"
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL HISTORY-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				IF HST-TICKET-NUMBER IS NUMERIC
				  AND HST-TICKET-NUMBER > 0
					PERFORM Match-History-Record
				END-IF
		END-READ
	END-PERFORM.

Match-History-Record.
	MOVE "N" TO WS-TABLE-FOUND
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-TICKET-COUNT OR TABLE-FOUND
		IF WS-TT-TICKET-NUMBER (WS-TABLE-SUB) = HST-TICKET-NUMBER
			SET TABLE-FOUND TO TRUE
		END-IF
	END-PERFORM
	IF NOT TABLE-FOUND
		EXIT PARAGRAPH
	END-IF
	SUBTRACT 1 FROM WS-TABLE-SUB
	*> A result from before the ticket was last scheduled answered an
	*> earlier ask, not this one.
	IF HST-RUN-DATE < WS-TT-SCHEDULED-DATE (WS-TABLE-SUB)
		EXIT PARAGRAPH
	END-IF
	SET TT-COMPLETED (WS-TABLE-SUB) TO TRUE
	MOVE HST-RUN-ID TO WS-TT-RUN-ID (WS-TABLE-SUB)
	MOVE HST-PI-VALUE TO WS-TT-PI-VALUE (WS-TABLE-SUB)
	MOVE HST-ERROR-MARGIN TO WS-TT-ERROR-MARGIN (WS-TABLE-SUB).

Match-Error-Log.
	PERFORM UNTIL ERRLOG-EOF
		READ PI-ERROR-LOG
			AT END
				SET ERRLOG-EOF TO TRUE
			NOT AT END
				IF TCL-ERR-DATE IS NUMERIC
				  AND TCL-ERR-DATE NOT < WS-EARLIEST-SCHEDULED
					PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
					  UNTIL WS-TABLE-SUB > WS-TICKET-COUNT
						PERFORM Match-Error-Record
					END-PERFORM
				END-IF
		END-READ
	END-PERFORM.

Match-Error-Record.
	*> A completed ticket has its answer, and a failure is final; a
	*> held ticket can still be failed by its approval's rejection
	*> (PIAPPMNT logs the approved NumberOfRuns, so only a fixed-count
	*> ticket's rejection matches - a precision or default-count one
	*> stays held, and on the aging report, until reopened or failed
	*> with PITKTMNT).
	IF TT-COMPLETED (WS-TABLE-SUB) OR TT-FAILED (WS-TABLE-SUB)
		EXIT PARAGRAPH
	END-IF
	IF TCL-ERR-DATE < WS-TT-SCHEDULED-DATE (WS-TABLE-SUB)
	  OR TCL-ERR-BAD-VALUE NOT = WS-TT-RUN-FIELD (WS-TABLE-SUB)
		EXIT PARAGRAPH
	END-IF
	IF TCL-ERR-REASON = WS-HELD-REASON
		SET TT-HELD (WS-TABLE-SUB) TO TRUE
	ELSE
		SET TT-FAILED (WS-TABLE-SUB) TO TRUE
	END-IF
	MOVE TCL-ERR-REASON TO WS-TT-REASON (WS-TABLE-SUB).

Settle-Ticket.
	MOVE WS-TT-TICKET-NUMBER (WS-TABLE-SUB) TO TKT-TICKET-NUMBER
	READ PI-TICKET-MASTER
		INVALID KEY
			DISPLAY "PITKTCLS: ticket " TKT-TICKET-NUMBER
				" no longer on the master - not settled"
			EXIT PARAGRAPH
	END-READ
	MOVE SPACES TO WS-TL-DETAIL
	EVALUATE TRUE
		WHEN TT-COMPLETED (WS-TABLE-SUB)
			SET TICKET-COMPLETED TO TRUE
			MOVE WS-TODAY TO TKT-CLOSED-DATE
			MOVE WS-TT-RUN-ID (WS-TABLE-SUB) TO TKT-RUN-ID
			MOVE WS-TT-PI-VALUE (WS-TABLE-SUB) TO TKT-PI-VALUE
			MOVE WS-TT-ERROR-MARGIN (WS-TABLE-SUB) TO TKT-ERROR-MARGIN
			MOVE SPACES TO TKT-FAILURE-REASON
			MOVE "COMPLETED" TO WS-TL-OUTCOME
			MOVE TKT-RUN-ID TO WS-TL-RUN-ID
			MOVE TKT-PI-VALUE TO WS-TL-PI-VALUE
			MOVE TKT-ERROR-MARGIN TO WS-TL-ERROR-MARGIN
			ADD 1 TO WS-COMPLETED-COUNT
		WHEN TT-FAILED (WS-TABLE-SUB)
			SET TICKET-FAILED TO TRUE
			MOVE WS-TODAY TO TKT-CLOSED-DATE
			MOVE WS-TT-REASON (WS-TABLE-SUB) TO TKT-FAILURE-REASON
			MOVE "FAILED" TO WS-TL-OUTCOME
			MOVE TKT-FAILURE-REASON TO WS-TL-DETAIL
			ADD 1 TO WS-FAILED-COUNT
		WHEN TT-HELD (WS-TABLE-SUB)
			SET TICKET-HELD TO TRUE
			MOVE WS-TT-REASON (WS-TABLE-SUB) TO TKT-FAILURE-REASON
			MOVE "HELD FOR APPROVAL" TO WS-TL-OUTCOME
			ADD 1 TO WS-HELD-COUNT
		WHEN TICKET-SCHEDULED AND TICKET-ROUTE-NIGHTLY
			SET TICKET-OPEN TO TRUE
			MOVE "NOT RUN - REOPENED" TO WS-TL-OUTCOME
			ADD 1 TO WS-REOPENED-COUNT
		WHEN TICKET-SCHEDULED
		  AND TKT-SCHEDULED-DATE < WS-PARTITION-CUTOFF
			*> Routed to a partitioned run that never produced its
			*> result - refused by PISPLIT, a slice or the combine
			*> failed, or the job was never run.
			SET TICKET-FAILED TO TRUE
			MOVE WS-TODAY TO TKT-CLOSED-DATE
			MOVE WS-PARTITION-REASON TO TKT-FAILURE-REASON
			MOVE "FAILED" TO WS-TL-OUTCOME
			MOVE TKT-FAILURE-REASON TO WS-TL-DETAIL
			ADD 1 TO WS-FAILED-COUNT
		WHEN TICKET-SCHEDULED
			*> Routed to a partitioned run that has not produced its
			*> result yet - listed, left as it is.
			MOVE "AWAITING PARTITION" TO WS-TL-OUTCOME
			ADD 1 TO WS-AWAITING-COUNT
			PERFORM Write-Ticket-Line
			EXIT PARAGRAPH
		WHEN OTHER
			*> Open or held with no news since it was last scheduled.
			ADD 1 TO WS-UNCHANGED-COUNT
			EXIT PARAGRAPH
	END-EVALUATE
	REWRITE PI-TICKET-RECORD
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "PITKTCLS: ticket " TKT-TICKET-NUMBER
			" could not be rewritten, status=" WS-TKTMST-STATUS
	END-IF
	PERFORM Write-Ticket-Line.

Write-Ticket-Line.
	MOVE TKT-TICKET-NUMBER TO WS-TL-TICKET-NUMBER
	MOVE TKT-REQUESTER-NAME TO WS-TL-REQUESTER
	MOVE TKT-RUN-FIELD TO WS-TL-RUN-FIELD
	MOVE TKT-ALGORITHM-MODE TO WS-TL-MODE
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-TICKET-LINE.

Write-Totals.
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE "TICKETS COMPLETED" TO WS-NL-LABEL
	MOVE WS-COMPLETED-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "TICKETS FAILED" TO WS-NL-LABEL
	MOVE WS-FAILED-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "TICKETS HELD FOR DUAL-CONTROL APPROVAL" TO WS-NL-LABEL
	MOVE WS-HELD-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "TICKETS NOT RUN - REOPENED FOR THE NEXT NIGHT" TO WS-NL-LABEL
	MOVE WS-REOPENED-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "TICKETS AWAITING A PARTITIONED RUN" TO WS-NL-LABEL
	MOVE WS-AWAITING-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "OPEN OR HELD TICKETS WITH NO NEW OUTCOME" TO WS-NL-LABEL
	MOVE WS-UNCHANGED-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	IF WS-TICKET-OVERFLOW > 0
		MOVE "TICKETS LEFT FOR THE NEXT RUN - TABLE FULL"
			TO WS-NL-LABEL
		MOVE WS-TICKET-OVERFLOW TO WS-NL-COUNT
		WRITE PI-TICKET-CLOSE-REPORT-RECORD FROM WS-NOTE-LINE
	END-IF.
