 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PITKTAGE.
AUTHOR. Brad Howard.
*> Daily open-tickets aging report (PITKTJOB). Lists every ticket on
*> PI-TICKET-MASTER (see PITKTREC.CPY) still outstanding - open,
*> scheduled or held for dual-control approval - with how many days
*> it has been open and how many days remain before the date the
*> requester needs it by; one already past that date is flagged
*> OVERDUE. Ticket numbers are given out in the order tickets are
*> opened, so the master's key order lists the oldest first. Totals
*> follow by status and by age (0-1, 2-7, 8-30 and over 30 days
*> open). Read-only - nothing on the master is changed.
*>   RETURN-CODE = 0  report written, nothing overdue
*>   RETURN-CODE = 4  report written, one or more tickets overdue
*>   RETURN-CODE = 8  PI-TICKET-MASTER or the report could not be
*>                    opened

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-TICKET-MASTER ASSIGN TO "PITKTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TKT-TICKET-NUMBER
        FILE STATUS IS WS-TKTMST-STATUS.

    SELECT PI-TICKET-AGING-REPORT ASSIGN TO "PITKTAGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TKTAGR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-TICKET-MASTER.
    COPY PITKTREC.

FD  PI-TICKET-AGING-REPORT
    RECORDING MODE IS F.
01  PI-TICKET-AGING-REPORT-RECORD   PIC X(132).

WORKING-STORAGE SECTION.
77 WS-TKTMST-STATUS	PIC XX.

77 WS-TKTAGR-STATUS	PIC XX.

77 WS-TICKET-EOF	PIC X			VALUE "N".
    88 TICKET-EOF			VALUE "Y".

77 WS-TODAY		PIC 9(8).

77 WS-TODAY-DAY-NUMBER	PIC 9(7).

77 WS-DAYS-OPEN		PIC S9(7).

77 WS-DAYS-TO-NEEDED	PIC S9(7).

77 WS-OUTSTANDING-COUNT	PIC 9(6)		VALUE 0.

77 WS-OPEN-COUNT	PIC 9(6)		VALUE 0.

77 WS-SCHEDULED-COUNT	PIC 9(6)		VALUE 0.

77 WS-HELD-COUNT	PIC 9(6)		VALUE 0.

77 WS-OVERDUE-COUNT	PIC 9(6)		VALUE 0.

77 WS-AGE-0-1-COUNT	PIC 9(6)		VALUE 0.

77 WS-AGE-2-7-COUNT	PIC 9(6)		VALUE 0.

77 WS-AGE-8-30-COUNT	PIC 9(6)		VALUE 0.

77 WS-AGE-OVER-30-COUNT	PIC 9(6)		VALUE 0.

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(34)
	VALUE "OPEN REQUESTER TICKETS - AGING - ".
    05  FILLER			PIC X(6)	VALUE "DATE: ".
    05  WS-RH1-DATE		PIC 9(8).

01 WS-REPORT-HEADING-2	PIC X(132)	VALUE
    "  TICKET  REQUESTER                 RUN FIELD MODE STATUS     OPENED    NEEDED BY DAYS OPEN DAYS LEFT DESCRIPTION".

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
    05  WS-TL-STATUS		PIC X(9).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-OPENED		PIC 9(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-NEEDED		PIC 9(8).
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-TL-DAYS-OPEN		PIC ZZZZZZ9.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-TL-DAYS-LEFT		PIC -ZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-DESCRIPTION	PIC X(30).

01 WS-OVERDUE-LINE.
    05  FILLER			PIC X(10)	VALUE SPACES.
    05  FILLER			PIC X(24)
	VALUE "*** OVERDUE - NEEDED BY ".
    05  WS-OL-NEEDED		PIC 9(8).

01 WS-NOTE-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-NL-LABEL		PIC X(50).
    05  WS-NL-COUNT		PIC ZZZZZZZ9.

01 WS-NO-TICKETS-LINE	PIC X(80)	VALUE
    "NO OUTSTANDING TICKETS".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	COMPUTE WS-TODAY-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TODAY)

	OPEN OUTPUT PI-TICKET-AGING-REPORT
	IF WS-TKTAGR-STATUS NOT = "00"
		DISPLAY "PITKTAGE: PI-TICKET-AGING-REPORT could not be opened,"
			" status=" WS-TKTAGR-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TODAY TO WS-RH1-DATE
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-BLANK-LINE

	OPEN INPUT PI-TICKET-MASTER
	IF WS-TKTMST-STATUS = "35"
		*> No ticket has ever been opened.
		WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NO-TICKETS-LINE
		CLOSE PI-TICKET-AGING-REPORT
		DISPLAY "PITKTAGE: no PI-TICKET-MASTER - no outstanding tickets"
		MOVE 0 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TKTMST-STATUS NOT = "00"
		DISPLAY "PITKTAGE: PI-TICKET-MASTER could not be opened,"
			" status=" WS-TKTMST-STATUS
		CLOSE PI-TICKET-AGING-REPORT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-REPORT-HEADING-2
	PERFORM UNTIL TICKET-EOF
		READ PI-TICKET-MASTER NEXT RECORD
			AT END
				SET TICKET-EOF TO TRUE
			NOT AT END
				IF TICKET-OUTSTANDING
					PERFORM Report-Ticket
				END-IF
		END-READ
	END-PERFORM
	CLOSE PI-TICKET-MASTER

	IF WS-OUTSTANDING-COUNT = 0
		WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NO-TICKETS-LINE
	END-IF
	PERFORM Write-Totals
	CLOSE PI-TICKET-AGING-REPORT

	DISPLAY "PITKTAGE: " WS-OUTSTANDING-COUNT " outstanding tickets, "
		WS-OVERDUE-COUNT " overdue"
	IF WS-OVERDUE-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Report-Ticket.
	ADD 1 TO WS-OUTSTANDING-COUNT
	EVALUATE TRUE
		WHEN TICKET-OPEN
			MOVE "OPEN" TO WS-TL-STATUS
			ADD 1 TO WS-OPEN-COUNT
		WHEN TICKET-SCHEDULED
			MOVE "SCHEDULED" TO WS-TL-STATUS
			ADD 1 TO WS-SCHEDULED-COUNT
		WHEN OTHER
			MOVE "HELD" TO WS-TL-STATUS
			ADD 1 TO WS-HELD-COUNT
	END-EVALUATE

	*> PITKTMNT only stores valid dates; a damaged one ages as zero
	*> rather than stopping the report.
	MOVE 0 TO WS-DAYS-OPEN
	MOVE 0 TO WS-DAYS-TO-NEEDED
	IF TKT-DATE-OPENED IS NUMERIC
	  AND FUNCTION TEST-DATE-YYYYMMDD(TKT-DATE-OPENED) = 0
		COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY-NUMBER
			- FUNCTION INTEGER-OF-DATE(TKT-DATE-OPENED)
	END-IF
	IF TKT-DATE-NEEDED IS NUMERIC
	  AND FUNCTION TEST-DATE-YYYYMMDD(TKT-DATE-NEEDED) = 0
		COMPUTE WS-DAYS-TO-NEEDED =
			FUNCTION INTEGER-OF-DATE(TKT-DATE-NEEDED)
			- WS-TODAY-DAY-NUMBER
	END-IF
	IF WS-DAYS-OPEN < 0
		MOVE 0 TO WS-DAYS-OPEN
	END-IF

	EVALUATE TRUE
		WHEN WS-DAYS-OPEN NOT > 1
			ADD 1 TO WS-AGE-0-1-COUNT
		WHEN WS-DAYS-OPEN NOT > 7
			ADD 1 TO WS-AGE-2-7-COUNT
		WHEN WS-DAYS-OPEN NOT > 30
			ADD 1 TO WS-AGE-8-30-COUNT
		WHEN OTHER
			ADD 1 TO WS-AGE-OVER-30-COUNT
	END-EVALUATE

	MOVE TKT-TICKET-NUMBER TO WS-TL-TICKET-NUMBER
	MOVE TKT-REQUESTER-NAME TO WS-TL-REQUESTER
	MOVE TKT-RUN-FIELD TO WS-TL-RUN-FIELD
	MOVE TKT-ALGORITHM-MODE TO WS-TL-MODE
	MOVE TKT-DATE-OPENED TO WS-TL-OPENED
	MOVE TKT-DATE-NEEDED TO WS-TL-NEEDED
	MOVE WS-DAYS-OPEN TO WS-TL-DAYS-OPEN
	MOVE WS-DAYS-TO-NEEDED TO WS-TL-DAYS-LEFT
	MOVE TKT-DESCRIPTION TO WS-TL-DESCRIPTION
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-TICKET-LINE
	IF WS-DAYS-TO-NEEDED < 0
		ADD 1 TO WS-OVERDUE-COUNT
		MOVE TKT-DATE-NEEDED TO WS-OL-NEEDED
		WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-OVERDUE-LINE
	END-IF.

Write-Totals.
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE "OUTSTANDING TICKETS" TO WS-NL-LABEL
	MOVE WS-OUTSTANDING-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "  OPEN" TO WS-NL-LABEL
	MOVE WS-OPEN-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "  SCHEDULED" TO WS-NL-LABEL
	MOVE WS-SCHEDULED-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "  HELD FOR DUAL-CONTROL APPROVAL" TO WS-NL-LABEL
	MOVE WS-HELD-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE "OPEN 0-1 DAYS" TO WS-NL-LABEL
	MOVE WS-AGE-0-1-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "OPEN 2-7 DAYS" TO WS-NL-LABEL
	MOVE WS-AGE-2-7-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "OPEN 8-30 DAYS" TO WS-NL-LABEL
	MOVE WS-AGE-8-30-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "OPEN OVER 30 DAYS" TO WS-NL-LABEL
	MOVE WS-AGE-OVER-30-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE "PAST THE DATE NEEDED" TO WS-NL-LABEL
	MOVE WS-OVERDUE-COUNT TO WS-NL-COUNT
	WRITE PI-TICKET-AGING-REPORT-RECORD FROM WS-NOTE-LINE.
