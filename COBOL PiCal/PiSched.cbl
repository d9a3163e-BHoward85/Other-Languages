*> exactly what PIPRMCHK keeps catching.
*> Due tonight means: active, tonight within the effective dates, and
*> the frequency matches - "D" every night, "W" when tonight is the
*> definition's day of week, "M" on the last night of the month, "B"
*> on the month's last business day - and the business-day calendar
*> (PI-CALENDAR-MASTER, see PICLDREC.CPY, maintained by PICLDMNT)
*> does not make tonight a holiday or shutdown night. A definition
*> that would have been due but for the calendar is not generated
*> and is listed on PI-SUPPRESSION-LIST (PISCHLST) with the reason,
*> so nobody has to wonder where a run went. Without a calendar
*> master every night is an ordinary one (Monday-Friday business
*> days) and nothing is suppressed.
*> After the recurring definitions, every requester ticket on the
*> PI-TICKET-MASTER (see PITKTREC.CPY, opened by PITKTMNT) that is
*> open or held for approval gets a PI-RUN-PARM record of its own,
*> carrying the ticket number, and is marked scheduled for tonight -
*> PITKTCLS closes it from the result after the Lab4 step. A ticket
*> already scheduled for tonight is generated again, so a rerun of
*> this step rebuilds the same file. On a holiday or shutdown night
*> the tickets are left as they are and listed on PISCHLST with the
*> suppressed definitions. Without a ticket master there are simply
*> no tickets to schedule.
*>   RETURN-CODE = 0  PI-RUN-PARM generated (possibly with 0 records
*>                    when nothing is due - the downstream steps
*>                    handle an empty parameter file)
*>   RETURN-CODE = 8  PI-SCHEDULE-MASTER, PI-CALENDAR-MASTER,
*>                    PI-TICKET-MASTER, PI-RUN-PARM or
*>                    PI-SUPPRESSION-LIST could not be opened

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS SCH-SCHEDULE-ID
        FILE STATUS IS WS-SCHMST-STATUS.

    SELECT PI-CALENDAR-MASTER ASSIGN TO "PICLDMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLD-DATE
        FILE STATUS IS WS-CLDMST-STATUS.

    SELECT PI-TICKET-MASTER ASSIGN TO "PITKTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TKT-TICKET-NUMBER
        FILE STATUS IS WS-TKTMST-STATUS.

    SELECT PI-RUN-PARM ASSIGN TO "PIRUNPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNPARM-STATUS.

    SELECT PI-SUPPRESSION-LIST ASSIGN TO "PISCHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHLST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-SCHEDULE-MASTER.
    COPY PISCHREC.

FD  PI-CALENDAR-MASTER.
    COPY PICLDREC.

FD  PI-TICKET-MASTER.
    COPY PITKTREC.

FD  PI-RUN-PARM
    RECORDING MODE IS F.
    COPY PIRUNREC.

FD  PI-SUPPRESSION-LIST
    RECORDING MODE IS F.
01  PI-SUPPRESSION-LIST-RECORD     PIC X(80).

WORKING-STORAGE SECTION.
77 WS-SCHMST-STATUS	PIC XX.

77 WS-RUNPARM-STATUS	PIC XX.

77 WS-CLDMST-STATUS	PIC XX.

77 WS-SCHLST-STATUS	PIC XX.

77 WS-TKTMST-STATUS	PIC XX.

77 WS-CALENDAR-OPEN	PIC X			VALUE "N".
    88 CALENDAR-OPEN			VALUE "Y".

77 WS-SCHEDULE-EOF	PIC X			VALUE "N".
    88 SCHEDULE-EOF			VALUE "Y".

77 WS-TICKETS-OPEN	PIC X			VALUE "N".
    88 TICKETS-OPEN			VALUE "Y".

77 WS-TICKET-EOF	PIC X			VALUE "N".
    88 TICKET-EOF			VALUE "Y".

77 WS-TODAY		PIC 9(8).

77 WS-TODAY-INT		PIC 9(8).

77 WS-TODAY-MONTH	PIC 99.

*> Tonight's calendar day type ("B"/"H"/"S"/"R"), or "W" for a
*> Saturday/Sunday with no calendar record - an ordinary night that
*> is not a business day.
77 WS-TONIGHT-TYPE	PIC X.
    88 TONIGHT-SUPPRESSED		VALUE "H" "S".
    88 TONIGHT-IS-BUSINESS-DAY		VALUE "B" "R".

77 WS-TONIGHT-DESCRIPTION	PIC X(30)	VALUE SPACES.

77 WS-LAST-BUSINESS-DAY	PIC X			VALUE "N".
    88 TONIGHT-IS-LAST-BUSINESS-DAY	VALUE "Y".

*> Classify-Date's argument and result.
77 WS-CHECK-INT		PIC 9(8).

77 WS-CHECK-DATE	PIC 9(8).

77 WS-CHECK-DOW		PIC 9.

77 WS-CHECK-TYPE	PIC X.
    88 CHECK-IS-BUSINESS-DAY		VALUE "B" "R".

77 WS-CHECK-DESCRIPTION	PIC X(30).

77 WS-SUPPRESSED-COUNT	PIC 9(4)		VALUE 0.

01 WS-SUPPRESSION-HEADING.
    05  FILLER			PIC X(31)
	VALUE "PISCHED CALENDAR SUPPRESSIONS -".
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-SH-DATE		PIC 9(8).
    05  FILLER			PIC X(7)	VALUE "  TYPE ".
    05  WS-SH-TYPE		PIC X.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-SH-DESCRIPTION	PIC X(30).

01 WS-SUPPRESSION-COLUMNS	PIC X(60)
    VALUE " SCHED      RUNS  MODE  FREQ  REASON".

01 WS-SUPPRESSION-DETAIL.
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-SD-SCHEDULE-ID	PIC 9(4).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-SD-NUMBER-OF-RUNS	PIC ZZZZZZZ9.
    05  FILLER			PIC X(4)	VALUE SPACES.
    05  WS-SD-MODE		PIC X.
    05  FILLER			PIC X(5)	VALUE SPACES.
    05  WS-SD-FREQUENCY		PIC X.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-SD-REASON		PIC X(40).

01 WS-SUPPRESSION-TOTAL.
    05  FILLER			PIC X(24)
	VALUE "DEFINITIONS SUPPRESSED: ".
    05  WS-ST-COUNT		PIC ZZZ9.

01 WS-TICKET-SUPPRESSED-DETAIL.
    05  FILLER			PIC X(8)	VALUE " TICKET ".
    05  WS-TD-TICKET-NUMBER	PIC 9(6).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TD-RUN-FIELD		PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TD-MODE		PIC X.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TD-REASON		PIC X(40).

01 WS-TICKET-SUPPRESSED-TOTAL.
    05  FILLER			PIC X(24)
	VALUE "TICKETS HELD BACK:      ".
    05  WS-TT-COUNT		PIC ZZZ9.

77 WS-TICKET-COUNT	PIC 9(4)		VALUE 0.

77 WS-TICKET-HELD-BACK-COUNT	PIC 9(4)	VALUE 0.

77 WS-DUE-COUNT		PIC 9(4)		VALUE 0.

77 WS-READ-COUNT	PIC 9(4)		VALUE 0.
		SET TONIGHT-IS-MONTH-END TO TRUE
	END-IF

	PERFORM Open-Calendar
	MOVE WS-TODAY-INT TO WS-CHECK-INT
	PERFORM Classify-Date
	MOVE WS-CHECK-TYPE TO WS-TONIGHT-TYPE
	MOVE WS-CHECK-DESCRIPTION TO WS-TONIGHT-DESCRIPTION
	PERFORM Find-Last-Business-Day
	PERFORM Open-Ticket-Master

	OPEN INPUT PI-SCHEDULE-MASTER
	IF WS-SCHMST-STATUS NOT = "00"
		DISPLAY "PISCHED: PI-SCHEDULE-MASTER could not be opened,"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT PI-SUPPRESSION-LIST
	IF WS-SCHLST-STATUS NOT = "00"
		DISPLAY "PISCHED: PI-SUPPRESSION-LIST could not be opened,"
			" status=" WS-SCHLST-STATUS
		CLOSE PI-RUN-PARM
		CLOSE PI-SCHEDULE-MASTER
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TODAY TO WS-SH-DATE
	MOVE WS-TONIGHT-TYPE TO WS-SH-TYPE
	MOVE WS-TONIGHT-DESCRIPTION TO WS-SH-DESCRIPTION
	WRITE PI-SUPPRESSION-LIST-RECORD FROM WS-SUPPRESSION-HEADING
	WRITE PI-SUPPRESSION-LIST-RECORD FROM WS-SUPPRESSION-COLUMNS

	PERFORM UNTIL SCHEDULE-EOF
		READ PI-SCHEDULE-MASTER NEXT RECORD
		END-READ
	END-PERFORM

	IF TICKETS-OPEN
		PERFORM Schedule-Tickets
	END-IF

	MOVE WS-SUPPRESSED-COUNT TO WS-ST-COUNT
	WRITE PI-SUPPRESSION-LIST-RECORD FROM WS-SUPPRESSION-TOTAL
	IF WS-TICKET-HELD-BACK-COUNT > 0
		MOVE WS-TICKET-HELD-BACK-COUNT TO WS-TT-COUNT
		WRITE PI-SUPPRESSION-LIST-RECORD
			FROM WS-TICKET-SUPPRESSED-TOTAL
	END-IF

	CLOSE PI-SUPPRESSION-LIST
	CLOSE PI-RUN-PARM
	CLOSE PI-SCHEDULE-MASTER
	IF CALENDAR-OPEN
		CLOSE PI-CALENDAR-MASTER
	END-IF
	IF TICKETS-OPEN
		CLOSE PI-TICKET-MASTER
	END-IF

	DISPLAY "PISCHED: " WS-READ-COUNT " definition(s) read, "
		WS-DUE-COUNT " due tonight, " WS-SUPPRESSED-COUNT
		" suppressed by the calendar"
	DISPLAY "PISCHED: " WS-TICKET-COUNT " requester ticket(s)"
		" scheduled, " WS-TICKET-HELD-BACK-COUNT
		" held back by the calendar"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

			IF NOT TONIGHT-IS-MONTH-END
				EXIT PARAGRAPH
			END-IF
		WHEN SCHEDULE-LAST-BUSINESS-DAY
			IF NOT TONIGHT-IS-LAST-BUSINESS-DAY
				EXIT PARAGRAPH
			END-IF
		WHEN OTHER
			DISPLAY "PISCHED: schedule " SCH-SCHEDULE-ID
				" has unknown frequency '" SCH-FREQUENCY
				"' - skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	*> Due by its frequency - the calendar has the last word.
	IF TONIGHT-SUPPRESSED
		PERFORM List-Suppressed-Definition
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO PI-RUN-PARM-RECORD
	MOVE SCH-NUMBER-OF-RUNS TO PRP-NUMBER-OF-RUNS
	MOVE SCH-ALGORITHM-MODE TO PRP-ALGORITHM-MODE
	WRITE PI-RUN-PARM-RECORD
	ADD 1 TO WS-DUE-COUNT.

List-Suppressed-Definition.
	MOVE SCH-SCHEDULE-ID TO WS-SD-SCHEDULE-ID
	MOVE SCH-NUMBER-OF-RUNS TO WS-SD-NUMBER-OF-RUNS
	MOVE SCH-ALGORITHM-MODE TO WS-SD-MODE
	MOVE SCH-FREQUENCY TO WS-SD-FREQUENCY
	MOVE SPACES TO WS-SD-REASON
	IF WS-TONIGHT-TYPE = "H"
		STRING "HOLIDAY - " DELIMITED BY SIZE
			WS-TONIGHT-DESCRIPTION DELIMITED BY SIZE
			INTO WS-SD-REASON
		END-STRING
	ELSE
		STRING "SHUTDOWN - " DELIMITED BY SIZE
			WS-TONIGHT-DESCRIPTION DELIMITED BY SIZE
			INTO WS-SD-REASON
		END-STRING
	END-IF
	WRITE PI-SUPPRESSION-LIST-RECORD FROM WS-SUPPRESSION-DETAIL
	ADD 1 TO WS-SUPPRESSED-COUNT
	DISPLAY "PISCHED: schedule " SCH-SCHEDULE-ID " suppressed - "
		WS-SD-REASON.

Schedule-Tickets.
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
				PERFORM Schedule-If-Outstanding
		END-READ
	END-PERFORM.

Schedule-If-Outstanding.
	*> Open and held tickets go on tonight's file - a held one is
	*> offered again every night, and Lab4 runs it once its approval
	*> is signed (a still-pending request is not queued twice). One
	*> routed to a partitioned run, or scheduled on an earlier night
	*> and not yet answered, is left for PITKTCLS.
	EVALUATE TRUE
		WHEN TICKET-OPEN
			CONTINUE
		WHEN TICKET-HELD
			CONTINUE
		WHEN TICKET-SCHEDULED
		  AND TICKET-ROUTE-NIGHTLY
		  AND TKT-SCHEDULED-DATE = WS-TODAY
			CONTINUE
		WHEN OTHER
			EXIT PARAGRAPH
	END-EVALUATE
	IF TONIGHT-SUPPRESSED
		PERFORM List-Suppressed-Ticket
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO PI-RUN-PARM-RECORD
	MOVE TKT-RUN-FIELD TO PRP-NUMBER-OF-RUNS-X
	MOVE TKT-ALGORITHM-MODE TO PRP-ALGORITHM-MODE
	MOVE TKT-TICKET-NUMBER TO PRP-TICKET-NUMBER
	WRITE PI-RUN-PARM-RECORD
	ADD 1 TO WS-TICKET-COUNT
	SET TICKET-SCHEDULED TO TRUE
	SET TICKET-ROUTE-NIGHTLY TO TRUE
	MOVE WS-TODAY TO TKT-SCHEDULED-DATE
	REWRITE PI-TICKET-RECORD
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "PISCHED: ticket " TKT-TICKET-NUMBER
			" could not be marked scheduled, status="
			WS-TKTMST-STATUS
	END-IF.

List-Suppressed-Ticket.
	MOVE TKT-TICKET-NUMBER TO WS-TD-TICKET-NUMBER
	MOVE TKT-RUN-FIELD TO WS-TD-RUN-FIELD
	MOVE TKT-ALGORITHM-MODE TO WS-TD-MODE
	MOVE SPACES TO WS-TD-REASON
	IF WS-TONIGHT-TYPE = "H"
		STRING "HOLIDAY - " DELIMITED BY SIZE
			WS-TONIGHT-DESCRIPTION DELIMITED BY SIZE
			INTO WS-TD-REASON
		END-STRING
	ELSE
		STRING "SHUTDOWN - " DELIMITED BY SIZE
			WS-TONIGHT-DESCRIPTION DELIMITED BY SIZE
			INTO WS-TD-REASON
		END-STRING
	END-IF
	WRITE PI-SUPPRESSION-LIST-RECORD FROM WS-TICKET-SUPPRESSED-DETAIL
	ADD 1 TO WS-TICKET-HELD-BACK-COUNT
	DISPLAY "PISCHED: ticket " TKT-TICKET-NUMBER " held back - "
		WS-TD-REASON.

Open-Ticket-Master.
	*> Opened I-O - each ticket put on tonight's file is marked
	*> scheduled. With no ticket master yet (status 35) there are no
	*> tickets; any other failure stops the step rather than quietly
	*> leaving every requester's ticket unrun.
	OPEN I-O PI-TICKET-MASTER
	EVALUATE WS-TKTMST-STATUS
		WHEN "00"
			SET TICKETS-OPEN TO TRUE
		WHEN "35"
			DISPLAY "PISCHED: no PI-TICKET-MASTER - no requester"
				" tickets to schedule"
		WHEN OTHER
			DISPLAY "PISCHED: PI-TICKET-MASTER could not be opened,"
				" status=" WS-TKTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.

Open-Calendar.
	*> The calendar is optional: with no master yet (status 35) every
	*> night is an ordinary one. Any other failure stops the step -
	*> generating a holiday's runs because the calendar was
	*> unreadable is exactly what it exists to prevent.
	OPEN INPUT PI-CALENDAR-MASTER
	EVALUATE WS-CLDMST-STATUS
		WHEN "00"
			SET CALENDAR-OPEN TO TRUE
		WHEN "35"
			DISPLAY "PISCHED: no PI-CALENDAR-MASTER - every night"
				" treated as an ordinary one"
		WHEN OTHER
			DISPLAY "PISCHED: PI-CALENDAR-MASTER could not be opened,"
				" status=" WS-CLDMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.

Classify-Date.
	*> WS-CHECK-INT (integer date) in, WS-CHECK-TYPE out: the
	*> calendar's day type when the date is on it, otherwise "B" on
	*> Monday-Friday and "W" at the weekend.
	COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
	COMPUTE WS-CHECK-DOW = FUNCTION MOD(WS-CHECK-INT - 1, 7) + 1
	MOVE SPACES TO WS-CHECK-DESCRIPTION
	IF WS-CHECK-DOW > 5
		MOVE "W" TO WS-CHECK-TYPE
	ELSE
		MOVE "B" TO WS-CHECK-TYPE
	END-IF
	IF NOT CALENDAR-OPEN
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CHECK-DATE TO CLD-DATE
	READ PI-CALENDAR-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE CLD-DAY-TYPE TO WS-CHECK-TYPE
			MOVE CLD-DESCRIPTION TO WS-CHECK-DESCRIPTION
	END-READ.

Find-Last-Business-Day.
	*> Tonight is the month's last business day when it is a business
	*> day and no later night this month is one.
	MOVE "N" TO WS-LAST-BUSINESS-DAY
	IF NOT TONIGHT-IS-BUSINESS-DAY
		EXIT PARAGRAPH
	END-IF
	SET TONIGHT-IS-LAST-BUSINESS-DAY TO TRUE
	COMPUTE WS-CHECK-INT = WS-TODAY-INT + 1
	PERFORM Classify-Date
	MOVE WS-CHECK-DATE TO WS-DATE-YYYYMMDD
	PERFORM UNTIL WS-DP-MM NOT = WS-TODAY-MONTH
	  OR NOT TONIGHT-IS-LAST-BUSINESS-DAY
		IF CHECK-IS-BUSINESS-DAY
			MOVE "N" TO WS-LAST-BUSINESS-DAY
		ELSE
			ADD 1 TO WS-CHECK-INT
			PERFORM Classify-Date
			MOVE WS-CHECK-DATE TO WS-DATE-YYYYMMDD
		END-IF
	END-PERFORM.
