 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PITKTMNT.
AUTHOR. Brad Howard.
*> Maintenance program for PI-TICKET-MASTER, the requester-ticket
*> master (see PITKTREC.CPY). Every one-off run a requester asks for
*> is opened here as a ticket - who asked, what for, the run itself
*> (a fixed NumberOfRuns, a precision target or an extended-
*> precision target, checked by the same rules PIPRMCHK applies) and
*> the date it is needed by. PISCHED puts each open ticket on the
*> next night's PI-RUN-PARM and PITKTCLS closes it from the result.
*> Supports opening a ticket (numbered one higher than the highest
*> on file), changing the requester, description or date needed of
*> an outstanding one, inquiring on one, failing one by hand with a
*> reason (the requester withdrew it), reopening a failed or held
*> one, and routing an open one to a partitioned PISPLTJB run
*> instead of the nightly job - the ticket is marked scheduled and
*> the PICAL.SPLIT.REQ record to key is shown with the ticket number
*> on it. PISPLTJB has no dual-control gate, so a held ticket, or an
*> open one over the PI-CALC-PARM approval threshold, is never
*> routed - it stays on the nightly run, where Lab4 holds it for
*> PIAPPMNT approval. Tickets are never deleted. Runs
*> interactively, one action per prompt until X, in the same style
*> as PIDSTMNT. The maintaining operator must be on
*> PI-OPERATOR-MASTER and active, and every change is written to
*> PI-CHANGE-JOURNAL (see PIJRNREC.CPY) with the ticket's before and
*> after images.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-TICKET-MASTER or PI-CHANGE-JOURNAL could not
*>                    be opened
*>   RETURN-CODE = 12 maintaining operator unknown, inactive or
*>                    unverifiable - session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-TICKET-MASTER ASSIGN TO "PITKTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TKT-TICKET-NUMBER
        FILE STATUS IS WS-TKTMST-STATUS.

    SELECT PI-OPERATOR-MASTER ASSIGN TO "PIOPRMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPRMST-STATUS.

    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

    SELECT PI-CALC-PARM ASSIGN TO "PICALPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALCPARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-TICKET-MASTER.
    COPY PITKTREC.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

FD  PI-CALC-PARM
    RECORDING MODE IS F.
    COPY PICALPRM.

WORKING-STORAGE SECTION.
77 WS-TKTMST-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-CALCPARM-STATUS	PIC XX.

*> Dual-control threshold from PI-CALC-PARM, read as Lab4 reads it -
*> 0 (no record, or a record from before the field existed) means
*> dual control is off.
77 WS-APPROVAL-THRESHOLD	PIC 9(8)	VALUE 0.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-ACTION		PIC X.

77 WS-DONE		PIC X			VALUE "N".
    88 MAINTENANCE-DONE			VALUE "Y".

77 WS-TICKET-EOF	PIC X			VALUE "N".
    88 TICKET-EOF			VALUE "Y".

77 WS-TODAY		PIC 9(8).

77 WS-MINIMUM-RUNS	PIC 9(8)		VALUE 9.

77 WS-RAW-ENTRY		PIC X(8).

77 WS-ENTERED-TICKET	PIC 9(6).

77 WS-NEXT-TICKET	PIC 9(6).

77 WS-ENTERED-REQUESTER	PIC X(24).

77 WS-ENTERED-DESCRIPTION	PIC X(30).

77 WS-ENTERED-DATE	PIC 9(8).

77 WS-ENTERED-TYPE	PIC X.

77 WS-ENTERED-RUNS	PIC 9(8).

77 WS-ENTERED-PLACES	PIC 99.

77 WS-ENTERED-MODE	PIC X.

77 WS-ENTERED-REASON	PIC X(30).

77 WS-ENTRY-OK		PIC X.
    88 ENTRY-OK				VALUE "Y".

*> The ticket's run field as it will sit in PI-RUN-PARM columns 1-8
*> - an 8-digit count, or "Pnn"/"Enn" (see PIRUNREC.CPY).
01 WS-RUN-FIELD-BUILD.
    05  WS-RFB-TYPE		PIC X.
    05  WS-RFB-PLACES		PIC 99.
    05  FILLER			PIC X(5).
01 WS-RUN-FIELD-COUNT REDEFINES WS-RUN-FIELD-BUILD	PIC 9(8).

*> The PICAL.SPLIT.REQ record shown for a ticket routed to a
*> partitioned run - PI-RUN-PARM columns 1-15.
01 WS-SPLIT-REQUEST-IMAGE.
    05  WS-SRI-RUN-FIELD	PIC X(8).
    05  WS-SRI-MODE		PIC X.
    05  WS-SRI-TICKET-NUMBER	PIC 9(6).

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	DISPLAY "Enter maintaining Operator ID"
	ACCEPT WS-MAINTAINER-ID
	PERFORM Validate-Maintainer
	PERFORM Load-Approval-Threshold

	OPEN I-O PI-TICKET-MASTER
	IF WS-TKTMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
		*> to OPEN OUTPUT - that open LOADS the file, and reaching it on
		*> a sharing conflict (a second maintenance session, or the
		*> nightly job holding the master) would destroy it.
		IF WS-TKTMST-STATUS NOT = "35"
			DISPLAY "PITKTMNT: PI-TICKET-MASTER could not be opened,"
				" status=" WS-TKTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PI-TICKET-MASTER
		IF WS-TKTMST-STATUS NOT = "00"
			DISPLAY "PITKTMNT: PI-TICKET-MASTER could not be created,"
				" status=" WS-TKTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE PI-TICKET-MASTER
		OPEN I-O PI-TICKET-MASTER
		IF WS-TKTMST-STATUS NOT = "00"
			DISPLAY "PITKTMNT: PI-TICKET-MASTER re-open failed,"
				" status=" WS-TKTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	PERFORM Open-Change-Journal

	DISPLAY "PI-TICKET-MASTER maintenance - operator "
		WS-MAINTAINER-ID
	PERFORM UNTIL MAINTENANCE-DONE
		DISPLAY "Enter action (A=open ticket, C=change, I=inquire,"
			" F=fail, O=reopen, P=route to partitioned run, X=exit)"
		ACCEPT WS-ACTION
		EVALUATE WS-ACTION
			WHEN "A"
				PERFORM Add-Ticket
			WHEN "C"
				PERFORM Change-Ticket
			WHEN "I"
				PERFORM Inquire-Ticket
			WHEN "F"
				PERFORM Fail-Ticket
			WHEN "O"
				PERFORM Reopen-Ticket
			WHEN "P"
				PERFORM Route-Ticket-Partitioned
			WHEN "X"
				SET MAINTENANCE-DONE TO TRUE
			WHEN OTHER
				DISPLAY "Invalid action - must be A, C, I, F, O, P or X"
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-TICKET-MASTER
	DISPLAY "PITKTMNT: maintenance session ended"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator - only a known, active
	*> operator may change the master, and the change journal
	*> records who it was.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PITKTMNT: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS " - session refused"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PITKTMNT: operator " WS-MAINTAINER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PITKTMNT: operator " WS-MAINTAINER-ID
			" is inactive - session refused"
		CLOSE PI-OPERATOR-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	CLOSE PI-OPERATOR-MASTER.

Load-Approval-Threshold.
	OPEN INPUT PI-CALC-PARM
	IF WS-CALCPARM-STATUS = "00"
		READ PI-CALC-PARM
			AT END
				CONTINUE
			NOT AT END
				IF PCP-APPROVAL-THRESHOLD-X IS NUMERIC
					MOVE PCP-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
				END-IF
		END-READ
		CLOSE PI-CALC-PARM
	END-IF.

Open-Change-Journal.
	*> Opened for the whole session: if the journal can't be written,
	*> nothing may be changed.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PITKTMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-TICKET-MASTER
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PITKTMNT" TO JRN-PROGRAM
	MOVE "PITKTMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PITKTMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

Journal-Ticket-Change.
	*> WS-JOURNAL-ACTION and WS-JOURNAL-BEFORE are set by the caller;
	*> the maintained fields all lie in the record's first 100 bytes.
	MOVE TKT-TICKET-NUMBER TO WS-JOURNAL-KEY
	MOVE PI-TICKET-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Add-Ticket.
	PERFORM Accept-Run-Request
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter requester name"
	ACCEPT WS-ENTERED-REQUESTER
	IF WS-ENTERED-REQUESTER = SPACES
		DISPLAY "Requester may not be blank"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter what was asked for (description)"
	ACCEPT WS-ENTERED-DESCRIPTION
	PERFORM Accept-Date-Needed
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	PERFORM Find-Next-Ticket-Number
	MOVE SPACES TO PI-TICKET-RECORD
	MOVE WS-NEXT-TICKET TO TKT-TICKET-NUMBER
	MOVE WS-ENTERED-REQUESTER TO TKT-REQUESTER-NAME
	MOVE WS-RUN-FIELD-BUILD TO TKT-RUN-FIELD
	MOVE WS-ENTERED-MODE TO TKT-ALGORITHM-MODE
	MOVE WS-ENTERED-DESCRIPTION TO TKT-DESCRIPTION
	MOVE WS-TODAY TO TKT-DATE-OPENED
	MOVE WS-ENTERED-DATE TO TKT-DATE-NEEDED
	SET TICKET-OPEN TO TRUE
	SET TICKET-ROUTE-NIGHTLY TO TRUE
	MOVE 0 TO TKT-SCHEDULED-DATE
	PERFORM Clear-Ticket-Outcome
	WRITE PI-TICKET-RECORD
		INVALID KEY
			DISPLAY "Ticket " WS-NEXT-TICKET " could not be added,"
				" status=" WS-TKTMST-STATUS
		NOT INVALID KEY
			DISPLAY "Ticket " WS-NEXT-TICKET " opened - it runs on the"
				" next nightly job"
			MOVE "A" TO WS-JOURNAL-ACTION
			MOVE SPACES TO WS-JOURNAL-BEFORE
			PERFORM Journal-Ticket-Change
	END-WRITE.

Find-Next-Ticket-Number.
	*> One higher than the highest ticket on file - the master holds
	*> one-off asks only, so the walk is short.
	MOVE 0 TO WS-NEXT-TICKET
	MOVE "N" TO WS-TICKET-EOF
	MOVE 0 TO TKT-TICKET-NUMBER
	START PI-TICKET-MASTER KEY NOT < TKT-TICKET-NUMBER
	IF WS-TKTMST-STATUS NOT = "00"
		SET TICKET-EOF TO TRUE
	END-IF
	PERFORM UNTIL TICKET-EOF
		READ PI-TICKET-MASTER NEXT RECORD
			AT END
				SET TICKET-EOF TO TRUE
			NOT AT END
				MOVE TKT-TICKET-NUMBER TO WS-NEXT-TICKET
		END-READ
	END-PERFORM
	ADD 1 TO WS-NEXT-TICKET.

Accept-Run-Request.
	*> The same rules PIPRMCHK applies to a PI-RUN-PARM record, so a
	*> ticket can never put a record on the night's file that stops
	*> the job.
	MOVE "N" TO WS-ENTRY-OK
	MOVE SPACES TO WS-RUN-FIELD-BUILD
	MOVE SPACE TO WS-ENTERED-MODE
	DISPLAY "Enter request type (C=fixed NumberOfRuns, P=precision"
		" target 01-15 places, E=extended precision 16-50 places)"
	ACCEPT WS-ENTERED-TYPE
	EVALUATE WS-ENTERED-TYPE
		WHEN "C"
			DISPLAY "Enter NumberOfRuns (0 = the stored default,"
				" otherwise > " WS-MINIMUM-RUNS ")"
			ACCEPT WS-RAW-ENTRY
			IF FUNCTION TRIM(WS-RAW-ENTRY) IS NOT NUMERIC
				DISPLAY "Invalid NumberOfRuns"
				EXIT PARAGRAPH
			END-IF
			COMPUTE WS-ENTERED-RUNS = FUNCTION NUMVAL(WS-RAW-ENTRY)
			IF WS-ENTERED-RUNS NOT > WS-MINIMUM-RUNS
			  AND WS-ENTERED-RUNS NOT = 0
				DISPLAY "NumberOfRuns must be 0 or > " WS-MINIMUM-RUNS
				EXIT PARAGRAPH
			END-IF
			MOVE WS-ENTERED-RUNS TO WS-RUN-FIELD-COUNT
		WHEN "P"
		WHEN "E"
			DISPLAY "Enter decimal places wanted"
			ACCEPT WS-RAW-ENTRY
			IF FUNCTION TRIM(WS-RAW-ENTRY) IS NOT NUMERIC
				DISPLAY "Invalid decimal places"
				EXIT PARAGRAPH
			END-IF
			COMPUTE WS-ENTERED-PLACES = FUNCTION NUMVAL(WS-RAW-ENTRY)
			IF WS-ENTERED-TYPE = "P"
				IF WS-ENTERED-PLACES < 1 OR WS-ENTERED-PLACES > 15
					DISPLAY "Precision target must be 01-15"
					EXIT PARAGRAPH
				END-IF
			ELSE
				IF WS-ENTERED-PLACES < 16 OR WS-ENTERED-PLACES > 50
					DISPLAY "Extended target must be 16-50"
					EXIT PARAGRAPH
				END-IF
			END-IF
			MOVE WS-ENTERED-TYPE TO WS-RFB-TYPE
			MOVE WS-ENTERED-PLACES TO WS-RFB-PLACES
		WHEN OTHER
			DISPLAY "Invalid request type"
			EXIT PARAGRAPH
	END-EVALUATE
	*> Extended-precision runs have one method only - the mode byte
	*> stays blank.
	IF WS-ENTERED-TYPE NOT = "E"
		DISPLAY "Enter algorithm mode (L=Leibniz, N=Nilakantha,"
			" X=cross-check, blank = the stored default)"
		ACCEPT WS-ENTERED-MODE
		IF WS-ENTERED-MODE NOT = "L" AND WS-ENTERED-MODE NOT = "N"
		  AND WS-ENTERED-MODE NOT = "X" AND WS-ENTERED-MODE NOT = SPACE
			DISPLAY "Invalid algorithm mode"
			EXIT PARAGRAPH
		END-IF
	END-IF
	SET ENTRY-OK TO TRUE.

Accept-Date-Needed.
	MOVE "N" TO WS-ENTRY-OK
	DISPLAY "Enter date needed by (YYYYMMDD)"
	ACCEPT WS-RAW-ENTRY
	IF WS-RAW-ENTRY IS NOT NUMERIC
		DISPLAY "Invalid date"
		EXIT PARAGRAPH
	END-IF
	MOVE WS-RAW-ENTRY TO WS-ENTERED-DATE
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTERED-DATE) NOT = 0
		DISPLAY "Invalid date"
		EXIT PARAGRAPH
	END-IF
	IF WS-ENTERED-DATE < WS-TODAY
		DISPLAY "Date needed is already past"
		EXIT PARAGRAPH
	END-IF
	SET ENTRY-OK TO TRUE.

Accept-Ticket-Number.
	MOVE "N" TO WS-ENTRY-OK
	DISPLAY "Enter ticket number"
	ACCEPT WS-RAW-ENTRY
	IF FUNCTION TRIM(WS-RAW-ENTRY) IS NOT NUMERIC
		DISPLAY "Invalid ticket number"
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-ENTERED-TICKET = FUNCTION NUMVAL(WS-RAW-ENTRY)
	MOVE WS-ENTERED-TICKET TO TKT-TICKET-NUMBER
	READ PI-TICKET-MASTER
		INVALID KEY
			DISPLAY "Ticket " WS-ENTERED-TICKET " not on the master"
			EXIT PARAGRAPH
	END-READ
	SET ENTRY-OK TO TRUE.

Clear-Ticket-Outcome.
	MOVE 0 TO TKT-CLOSED-DATE
	MOVE SPACES TO TKT-RUN-ID
	MOVE 0 TO TKT-PI-VALUE
	MOVE 0 TO TKT-ERROR-MARGIN
	MOVE SPACES TO TKT-FAILURE-REASON.

Change-Ticket.
	PERFORM Accept-Ticket-Number
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	IF NOT TICKET-OUTSTANDING
		DISPLAY "Ticket " WS-ENTERED-TICKET " is closed (status "
			TKT-STATUS ") - reopen it first"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Currently: " TKT-REQUESTER-NAME " / " TKT-DESCRIPTION
		" / needed by " TKT-DATE-NEEDED
	MOVE PI-TICKET-RECORD TO WS-JOURNAL-BEFORE
	DISPLAY "Enter requester name (blank = unchanged)"
	ACCEPT WS-ENTERED-REQUESTER
	DISPLAY "Enter description (blank = unchanged)"
	ACCEPT WS-ENTERED-DESCRIPTION
	DISPLAY "Enter date needed by (YYYYMMDD, blank = unchanged)"
	ACCEPT WS-RAW-ENTRY
	IF WS-RAW-ENTRY NOT = SPACES
		IF WS-RAW-ENTRY IS NOT NUMERIC
			DISPLAY "Invalid date"
			EXIT PARAGRAPH
		END-IF
		MOVE WS-RAW-ENTRY TO WS-ENTERED-DATE
		IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTERED-DATE) NOT = 0
			DISPLAY "Invalid date"
			EXIT PARAGRAPH
		END-IF
		MOVE WS-ENTERED-DATE TO TKT-DATE-NEEDED
	END-IF
	IF WS-ENTERED-REQUESTER NOT = SPACES
		MOVE WS-ENTERED-REQUESTER TO TKT-REQUESTER-NAME
	END-IF
	IF WS-ENTERED-DESCRIPTION NOT = SPACES
		MOVE WS-ENTERED-DESCRIPTION TO TKT-DESCRIPTION
	END-IF
	REWRITE PI-TICKET-RECORD
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "Ticket " WS-ENTERED-TICKET " could not be changed,"
			" status=" WS-TKTMST-STATUS
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Ticket " WS-ENTERED-TICKET " changed"
	MOVE "C" TO WS-JOURNAL-ACTION
	PERFORM Journal-Ticket-Change.

Inquire-Ticket.
	PERFORM Accept-Ticket-Number
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Ticket " TKT-TICKET-NUMBER "  status " TKT-STATUS
		"  route " TKT-ROUTE
	DISPLAY "  Requester " TKT-REQUESTER-NAME "  " TKT-DESCRIPTION
	DISPLAY "  Run field " TKT-RUN-FIELD "  mode " TKT-ALGORITHM-MODE
	DISPLAY "  Opened " TKT-DATE-OPENED "  needed by " TKT-DATE-NEEDED
		"  last scheduled " TKT-SCHEDULED-DATE
	EVALUATE TRUE
		WHEN TICKET-COMPLETED
			DISPLAY "  Completed " TKT-CLOSED-DATE "  run ID "
				TKT-RUN-ID "  PiValue " TKT-PI-VALUE
				"  error margin " TKT-ERROR-MARGIN
		WHEN TICKET-FAILED
			DISPLAY "  Failed " TKT-CLOSED-DATE "  " TKT-FAILURE-REASON
		WHEN TICKET-HELD
			DISPLAY "  " TKT-FAILURE-REASON
	END-EVALUATE.

Fail-Ticket.
	PERFORM Accept-Ticket-Number
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	IF NOT TICKET-OUTSTANDING
		DISPLAY "Ticket " WS-ENTERED-TICKET " is already closed"
			" (status " TKT-STATUS ")"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter reason (e.g. withdrawn by requester)"
	ACCEPT WS-ENTERED-REASON
	IF WS-ENTERED-REASON = SPACES
		DISPLAY "Reason may not be blank"
		EXIT PARAGRAPH
	END-IF
	MOVE PI-TICKET-RECORD TO WS-JOURNAL-BEFORE
	SET TICKET-FAILED TO TRUE
	MOVE WS-TODAY TO TKT-CLOSED-DATE
	MOVE WS-ENTERED-REASON TO TKT-FAILURE-REASON
	REWRITE PI-TICKET-RECORD
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "Ticket " WS-ENTERED-TICKET " could not be failed,"
			" status=" WS-TKTMST-STATUS
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Ticket " WS-ENTERED-TICKET " failed"
	MOVE "D" TO WS-JOURNAL-ACTION
	PERFORM Journal-Ticket-Change.

Reopen-Ticket.
	*> A completed ticket stays answered - a repeat ask is a new
	*> ticket. A failed or held one goes back on the nightly route.
	PERFORM Accept-Ticket-Number
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	IF NOT TICKET-FAILED AND NOT TICKET-HELD
		DISPLAY "Ticket " WS-ENTERED-TICKET " is not failed or held"
			" (status " TKT-STATUS ")"
		EXIT PARAGRAPH
	END-IF
	MOVE PI-TICKET-RECORD TO WS-JOURNAL-BEFORE
	SET TICKET-OPEN TO TRUE
	SET TICKET-ROUTE-NIGHTLY TO TRUE
	MOVE 0 TO TKT-SCHEDULED-DATE
	PERFORM Clear-Ticket-Outcome
	REWRITE PI-TICKET-RECORD
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "Ticket " WS-ENTERED-TICKET " could not be reopened,"
			" status=" WS-TKTMST-STATUS
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Ticket " WS-ENTERED-TICKET " reopened"
	MOVE "R" TO WS-JOURNAL-ACTION
	PERFORM Journal-Ticket-Change.

Route-Ticket-Partitioned.
	*> Only a fixed-count, single-series ask can be split (see
	*> PiSplit.cbl). Once routed, PISCHED leaves the ticket alone and
	*> PITKTCLS closes it from PICOMBIN's history record - or fails
	*> it if no result has come back by the end of the next day.
	*> PISPLIT, PISLICE and PICOMBIN have no dual-control gate, so
	*> anything that needs a second operator's approval stays on the
	*> nightly run.
	PERFORM Accept-Ticket-Number
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	IF TICKET-HELD
		DISPLAY "Ticket " WS-ENTERED-TICKET " is held for dual-control"
			" approval - approve it with PIAPPMNT first"
		EXIT PARAGRAPH
	END-IF
	IF NOT TICKET-OPEN
		DISPLAY "Ticket " WS-ENTERED-TICKET " is not open"
			" (status " TKT-STATUS ")"
		EXIT PARAGRAPH
	END-IF
	MOVE TKT-RUN-FIELD TO WS-RUN-FIELD-BUILD
	IF WS-RUN-FIELD-COUNT IS NOT NUMERIC
	  OR WS-RUN-FIELD-COUNT NOT > WS-MINIMUM-RUNS
	  OR TKT-ALGORITHM-MODE = "X"
		DISPLAY "Ticket " WS-ENTERED-TICKET " cannot be partitioned"
			" - only a fixed NumberOfRuns in one series can be split"
		EXIT PARAGRAPH
	END-IF
	IF WS-APPROVAL-THRESHOLD > 0
	  AND WS-RUN-FIELD-COUNT > WS-APPROVAL-THRESHOLD
		DISPLAY "Ticket " WS-ENTERED-TICKET " is over the dual-control"
			" threshold of " WS-APPROVAL-THRESHOLD
			" - it stays on the nightly run for approval"
		EXIT PARAGRAPH
	END-IF
	MOVE PI-TICKET-RECORD TO WS-JOURNAL-BEFORE
	SET TICKET-SCHEDULED TO TRUE
	SET TICKET-ROUTE-PARTITIONED TO TRUE
	MOVE WS-TODAY TO TKT-SCHEDULED-DATE
	REWRITE PI-TICKET-RECORD
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "Ticket " WS-ENTERED-TICKET " could not be routed,"
			" status=" WS-TKTMST-STATUS
		EXIT PARAGRAPH
	END-IF
	MOVE TKT-RUN-FIELD TO WS-SRI-RUN-FIELD
	MOVE TKT-ALGORITHM-MODE TO WS-SRI-MODE
	MOVE TKT-TICKET-NUMBER TO WS-SRI-TICKET-NUMBER
	DISPLAY "Ticket " WS-ENTERED-TICKET " routed to a partitioned run"
		" - key this record as PICAL.SPLIT.REQ:"
	DISPLAY WS-SPLIT-REQUEST-IMAGE
	DISPLAY "Run PISPLTJB today or tomorrow - a ticket with no result"
		" by then is failed"
	MOVE "C" TO WS-JOURNAL-ACTION
	PERFORM Journal-Ticket-Change.
