 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PICLDMNT.
AUTHOR. Brad Howard.
*> Maintenance program for PI-CALENDAR-MASTER, the business-day
*> calendar PISCHED consults before generating a night's PI-RUN-PARM
*> records (see PICLDREC.CPY). Supports adding a date (holiday, shop
*> shutdown, reduced-window night with its own window end, or a
*> weekend business day), changing a date's type, window end or
*> description - a holiday moved, a shutdown cancelled back to "B" -
*> and listing the calendar from a date. Dates are never deleted,
*> so last year's skipped runs stay explainable. Runs interactively,
*> one action per prompt until X, in the same style as PISCHMNT. The
*> maintaining operator must be on PI-OPERATOR-MASTER and active,
*> and every change is written to PI-CHANGE-JOURNAL (see
*> PIJRNREC.CPY) with the date's before and after images.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-CALENDAR-MASTER or PI-CHANGE-JOURNAL could
*>                    not be opened
*>   RETURN-CODE = 12 maintaining operator unknown, inactive or
*>                    unverifiable - session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-CALENDAR-MASTER ASSIGN TO "PICLDMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLD-DATE
        FILE STATUS IS WS-CLDMST-STATUS.

    SELECT PI-OPERATOR-MASTER ASSIGN TO "PIOPRMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPRMST-STATUS.

    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-CALENDAR-MASTER.
    COPY PICLDREC.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-CLDMST-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-ACTION		PIC X.

77 WS-DONE		PIC X			VALUE "N".
    88 MAINTENANCE-DONE			VALUE "Y".

77 WS-CALENDAR-EOF	PIC X			VALUE "N".
    88 CALENDAR-EOF			VALUE "Y".

77 WS-RAW-ENTRY		PIC X(8).

77 WS-ENTERED-DATE	PIC 9(8).

77 WS-ENTERED-TYPE	PIC X.

77 WS-ENTERED-WINDOW	PIC 9(4).

77 WS-ENTERED-DESCRIPTION	PIC X(30).

77 WS-LIST-TO-DATE	PIC 9(8).

77 WS-LIST-COUNT	PIC 9(4)		VALUE 0.

77 WS-ENTRY-OK		PIC X.
    88 ENTRY-OK				VALUE "Y".

01 WS-WINDOW-PARTS.
    05  WS-WP-HH		PIC 99.
    05  WS-WP-MM		PIC 99.
01 WS-WINDOW-HHMM REDEFINES WS-WINDOW-PARTS	PIC 9(4).

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter maintaining Operator ID"
	ACCEPT WS-MAINTAINER-ID
	PERFORM Validate-Maintainer

	OPEN I-O PI-CALENDAR-MASTER
	IF WS-CLDMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
		*> to OPEN OUTPUT - that open LOADS the file, and reaching it on
		*> a sharing conflict (a second maintenance session, or the
		*> nightly job holding the master) would destroy it.
		IF WS-CLDMST-STATUS NOT = "35"
			DISPLAY "PICLDMNT: PI-CALENDAR-MASTER could not be opened,"
				" status=" WS-CLDMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PI-CALENDAR-MASTER
		IF WS-CLDMST-STATUS NOT = "00"
			DISPLAY "PICLDMNT: PI-CALENDAR-MASTER could not be created,"
				" status=" WS-CLDMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE PI-CALENDAR-MASTER
		OPEN I-O PI-CALENDAR-MASTER
		IF WS-CLDMST-STATUS NOT = "00"
			DISPLAY "PICLDMNT: PI-CALENDAR-MASTER re-open failed,"
				" status=" WS-CLDMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	PERFORM Open-Change-Journal

	DISPLAY "PI-CALENDAR-MASTER maintenance - operator "
		WS-MAINTAINER-ID
	PERFORM UNTIL MAINTENANCE-DONE
		DISPLAY "Enter action (A=add, C=change, L=list, X=exit)"
		ACCEPT WS-ACTION
		EVALUATE WS-ACTION
			WHEN "A"
				PERFORM Add-Calendar-Date
			WHEN "C"
				PERFORM Change-Calendar-Date
			WHEN "L"
				PERFORM List-Calendar
			WHEN "X"
				SET MAINTENANCE-DONE TO TRUE
			WHEN OTHER
				DISPLAY "Invalid action - must be A, C, L or X"
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-CALENDAR-MASTER
	DISPLAY "PICLDMNT: maintenance session ended"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator - only a known, active
	*> operator may change the master, and the change journal
	*> records who it was.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PICLDMNT: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS " - session refused"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PICLDMNT: operator " WS-MAINTAINER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PICLDMNT: operator " WS-MAINTAINER-ID
			" is inactive - session refused"
		CLOSE PI-OPERATOR-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	CLOSE PI-OPERATOR-MASTER.

Open-Change-Journal.
	*> Opened for the whole session: if the journal can't be written,
	*> nothing may be changed.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PICLDMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-CALENDAR-MASTER
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PICLDMNT" TO JRN-PROGRAM
	MOVE "PICLDMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PICLDMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

Add-Calendar-Date.
	PERFORM Accept-Calendar-Date
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	PERFORM Accept-Calendar-Fields
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO PI-CALENDAR-RECORD
	MOVE WS-ENTERED-DATE TO CLD-DATE
	MOVE WS-ENTERED-TYPE TO CLD-DAY-TYPE
	MOVE WS-ENTERED-WINDOW TO CLD-WINDOW-END-TIME
	MOVE WS-ENTERED-DESCRIPTION TO CLD-DESCRIPTION
	WRITE PI-CALENDAR-RECORD
		INVALID KEY
			DISPLAY "Date " WS-ENTERED-DATE " already on the calendar"
				" - use C to change it"
		NOT INVALID KEY
			DISPLAY "Date " WS-ENTERED-DATE " added"
			MOVE CLD-DATE TO WS-JOURNAL-KEY
			MOVE "A" TO WS-JOURNAL-ACTION
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE PI-CALENDAR-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-WRITE.

Change-Calendar-Date.
	PERFORM Accept-Calendar-Date
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	MOVE WS-ENTERED-DATE TO CLD-DATE
	READ PI-CALENDAR-MASTER
		INVALID KEY
			DISPLAY "Date " WS-ENTERED-DATE " not on the calendar"
				" - use A to add it"
			EXIT PARAGRAPH
	END-READ
	DISPLAY "Currently: type " CLD-DAY-TYPE " window " CLD-WINDOW-END-TIME
		" " CLD-DESCRIPTION
	MOVE PI-CALENDAR-RECORD TO WS-JOURNAL-BEFORE
	PERFORM Accept-Calendar-Fields
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	MOVE WS-ENTERED-TYPE TO CLD-DAY-TYPE
	MOVE WS-ENTERED-WINDOW TO CLD-WINDOW-END-TIME
	MOVE WS-ENTERED-DESCRIPTION TO CLD-DESCRIPTION
	REWRITE PI-CALENDAR-RECORD
	IF WS-CLDMST-STATUS NOT = "00"
		DISPLAY "Date " WS-ENTERED-DATE " could not be changed,"
			" status=" WS-CLDMST-STATUS
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Date " WS-ENTERED-DATE " changed"
	MOVE CLD-DATE TO WS-JOURNAL-KEY
	MOVE "C" TO WS-JOURNAL-ACTION
	MOVE PI-CALENDAR-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Accept-Calendar-Date.
	MOVE "N" TO WS-ENTRY-OK
	DISPLAY "Enter calendar date (YYYYMMDD)"
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
	SET ENTRY-OK TO TRUE.

Accept-Calendar-Fields.
	MOVE "N" TO WS-ENTRY-OK
	DISPLAY "Enter day type (B=business, H=holiday, S=shutdown,"
		" R=reduced window)"
	ACCEPT WS-ENTERED-TYPE
	IF WS-ENTERED-TYPE NOT = "B" AND WS-ENTERED-TYPE NOT = "H"
	  AND WS-ENTERED-TYPE NOT = "S" AND WS-ENTERED-TYPE NOT = "R"
		DISPLAY "Invalid day type"
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO WS-ENTERED-WINDOW
	IF WS-ENTERED-TYPE = "R"
		DISPLAY "Enter that night's window end time (HHMM)"
		ACCEPT WS-RAW-ENTRY
		IF WS-RAW-ENTRY(1:4) IS NOT NUMERIC
			DISPLAY "Invalid window end time"
			EXIT PARAGRAPH
		END-IF
		MOVE WS-RAW-ENTRY(1:4) TO WS-WINDOW-HHMM
		*> 0000 would disable the governor outright - the opposite of
		*> a reduced window.
		IF WS-WINDOW-HHMM = 0 OR WS-WP-HH > 23 OR WS-WP-MM > 59
			DISPLAY "Invalid window end time"
			EXIT PARAGRAPH
		END-IF
		MOVE WS-WINDOW-HHMM TO WS-ENTERED-WINDOW
	END-IF
	DISPLAY "Enter description (e.g. holiday name)"
	ACCEPT WS-ENTERED-DESCRIPTION
	SET ENTRY-OK TO TRUE.

List-Calendar.
	PERFORM Accept-Calendar-Date
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter list-to date (YYYYMMDD, blank = 99999999)"
	ACCEPT WS-RAW-ENTRY
	IF WS-RAW-ENTRY IS NUMERIC
		MOVE WS-RAW-ENTRY TO WS-LIST-TO-DATE
	ELSE
		MOVE 99999999 TO WS-LIST-TO-DATE
	END-IF
	MOVE 0 TO WS-LIST-COUNT
	MOVE "N" TO WS-CALENDAR-EOF
	MOVE WS-ENTERED-DATE TO CLD-DATE
	START PI-CALENDAR-MASTER KEY NOT < CLD-DATE
	IF WS-CLDMST-STATUS NOT = "00"
		SET CALENDAR-EOF TO TRUE
	END-IF
	PERFORM UNTIL CALENDAR-EOF
		READ PI-CALENDAR-MASTER NEXT RECORD
			AT END
				SET CALENDAR-EOF TO TRUE
			NOT AT END
				IF CLD-DATE > WS-LIST-TO-DATE
					SET CALENDAR-EOF TO TRUE
				ELSE
					ADD 1 TO WS-LIST-COUNT
					DISPLAY CLD-DATE "  " CLD-DAY-TYPE "  "
						CLD-WINDOW-END-TIME "  " CLD-DESCRIPTION
				END-IF
		END-READ
	END-PERFORM
	DISPLAY WS-LIST-COUNT " calendar date(s) listed".
