*> mode, frequency, effective dates), deactivating one and
*> reactivating one - definitions are never deleted, so last year's
*> run mix stays explainable. Runs interactively, one action per
*> prompt until X, in the same style as PIOPRMNT. The maintaining
*> operator must be on PI-OPERATOR-MASTER and active, and every
*> change is written to PI-CHANGE-JOURNAL (see PIJRNREC.CPY) with
*> the definition's before and after images.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-SCHEDULE-MASTER or PI-CHANGE-JOURNAL could
*>                    not be opened
*>   RETURN-CODE = 12 maintaining operator unknown, inactive or
*>                    unverifiable - session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS SCH-SCHEDULE-ID
        FILE STATUS IS WS-SCHMST-STATUS.

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
FD  PI-SCHEDULE-MASTER.
    COPY PISCHREC.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-SCHMST-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-ACTION		PIC X.

77 WS-DONE		PIC X			VALUE "N".
77 WS-ENTRY-OK		PIC X.
    88 ENTRY-OK				VALUE "Y".

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

	OPEN I-O PI-SCHEDULE-MASTER
	IF WS-SCHMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
			STOP RUN
		END-IF
	END-IF
	PERFORM Open-Change-Journal

	DISPLAY "PI-SCHEDULE-MASTER maintenance - operator "
		WS-MAINTAINER-ID
	PERFORM UNTIL MAINTENANCE-DONE
		DISPLAY "Enter action (A=add, D=deactivate, R=reactivate,"
			" X=exit)"
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-SCHEDULE-MASTER
	DISPLAY "PISCHMNT: maintenance session ended"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator - only a known, active
	*> operator may change the master, and the change journal
	*> records who it was.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PISCHMNT: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS " - session refused"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PISCHMNT: operator " WS-MAINTAINER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PISCHMNT: operator " WS-MAINTAINER-ID
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
			DISPLAY "PISCHMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-SCHEDULE-MASTER
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PISCHMNT" TO JRN-PROGRAM
	MOVE "PISCHMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PISCHMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

Add-Schedule.
	PERFORM Accept-Schedule-Fields
	IF NOT ENTRY-OK
			DISPLAY "Schedule " WS-ENTERED-ID " already on the master"
		NOT INVALID KEY
			DISPLAY "Schedule " WS-ENTERED-ID " added"
			MOVE SCH-SCHEDULE-ID TO WS-JOURNAL-KEY
			MOVE "A" TO WS-JOURNAL-ACTION
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-WRITE.

Accept-Schedule-Fields.
		DISPLAY "Invalid algorithm mode"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter frequency (D=daily, W=weekly, M=month-end,"
		" B=last business day of month)"
	ACCEPT WS-ENTERED-FREQUENCY
	IF WS-ENTERED-FREQUENCY NOT = "D"
	  AND WS-ENTERED-FREQUENCY NOT = "W"
	  AND WS-ENTERED-FREQUENCY NOT = "M"
	  AND WS-ENTERED-FREQUENCY NOT = "B"
		DISPLAY "Invalid frequency"
		EXIT PARAGRAPH
	END-IF
		INVALID KEY
			DISPLAY "Schedule " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
			SET SCHEDULE-INACTIVE TO TRUE
			REWRITE PI-SCHEDULE-RECORD
			DISPLAY "Schedule " WS-ENTERED-ID " deactivated"
			MOVE SCH-SCHEDULE-ID TO WS-JOURNAL-KEY
			MOVE "D" TO WS-JOURNAL-ACTION
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.

Reactivate-Schedule.
		INVALID KEY
			DISPLAY "Schedule " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
			SET SCHEDULE-ACTIVE TO TRUE
			REWRITE PI-SCHEDULE-RECORD
			DISPLAY "Schedule " WS-ENTERED-ID " reactivated"
			MOVE SCH-SCHEDULE-ID TO WS-JOURNAL-KEY
			MOVE "R" TO WS-JOURNAL-ACTION
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.
