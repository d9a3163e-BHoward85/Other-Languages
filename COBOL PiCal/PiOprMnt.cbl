*> Maintenance program for PI-OPERATOR-MASTER, the indexed operator
*> master Lab4 (PiCal.cbl) validates its accepted operator ID against.
*> Supports adding an operator (ID, name, maximum authorized
*> NumberOfRuns, responsible manager), deactivating one, reactivating
*> one, and changing an operator's responsible manager - records
*> are never deleted, so the audit trail of who an ID was stays
*> intact. Runs interactively, one action per prompt until X.
*> An add or a reactivation is itself a certification of the
*> operator's access and stamps today as the last-certified date -
*> otherwise PIRECERT's next update pass would lapse a reactivated
*> operator straight back out.
*> The maintaining operator must be on the master and active, and
*> every change is written to PI-CHANGE-JOURNAL (see PIJRNREC.CPY)
*> with the record's before and after images. The one exception is
*> the session that creates the master: there is nobody on it to
*> validate against yet, so that session runs under the ID entered
*> - and is journaled under it like any other.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-OPERATOR-MASTER or PI-CHANGE-JOURNAL could
*>                    not be opened
*>   RETURN-CODE = 12 maintaining operator unknown or inactive -
*>                    session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPRMST-STATUS.

    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-OPRMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-MASTER-CREATED	PIC X			VALUE "N".
    88 MASTER-CREATED			VALUE "Y".

77 WS-ACTION		PIC X.

77 WS-DONE		PIC X			VALUE "N".

77 WS-ENTERED-MAX-RUNS	PIC 9(8).

77 WS-ENTERED-MANAGER-ID	PIC X(8).

77 WS-MANAGER-OK	PIC X.
    88 MANAGER-OK			VALUE "Y".

77 WS-TODAY		PIC 9(8).

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter maintaining Operator ID"
	ACCEPT WS-MAINTAINER-ID
	ACCEPT WS-TODAY FROM DATE YYYYMMDD

	OPEN I-O PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		SET MASTER-CREATED TO TRUE
	END-IF

	PERFORM Validate-Maintainer
	PERFORM Open-Change-Journal

	DISPLAY "PI-OPERATOR-MASTER maintenance - operator "
		WS-MAINTAINER-ID
	PERFORM UNTIL MAINTENANCE-DONE
		DISPLAY "Enter action (A=add, D=deactivate, R=reactivate,"
			" M=change manager, X=exit)"
		ACCEPT WS-ACTION
		EVALUATE WS-ACTION
			WHEN "A"
				PERFORM Deactivate-Operator
			WHEN "R"
				PERFORM Reactivate-Operator
			WHEN "M"
				PERFORM Change-Operator-Manager
			WHEN "X"
				SET MAINTENANCE-DONE TO TRUE
			WHEN OTHER
				DISPLAY "Invalid action - must be A, D, R, M or X"
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-OPERATOR-MASTER
	DISPLAY "PIOPRMNT: maintenance session ended"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator, read through this
	*> session's own I-O open of the master - except on the session
	*> that just created it, which has nobody to validate against.
	IF MASTER-CREATED
		DISPLAY "PIOPRMNT: new operator master - session runs"
			" unvalidated as " WS-MAINTAINER-ID
		EXIT PARAGRAPH
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PIOPRMNT: operator " WS-MAINTAINER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PIOPRMNT: operator " WS-MAINTAINER-ID
			" is inactive - session refused"
		CLOSE PI-OPERATOR-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.

Open-Change-Journal.
	*> Opened for the whole session: if the journal can't be written,
	*> nothing may be changed.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PIOPRMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-OPERATOR-MASTER
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PIOPRMNT" TO JRN-PROGRAM
	MOVE "PIOPRMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIOPRMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

Add-Operator.
	DISPLAY "Enter operator ID"
	ACCEPT WS-ENTERED-ID
		DISPLAY "Invalid limit - must be numeric and more than 9"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter responsible manager's operator ID (blank = assign"
		" at first sign-off)"
	ACCEPT WS-ENTERED-MANAGER-ID
	IF WS-ENTERED-MANAGER-ID = WS-ENTERED-ID
		DISPLAY "An operator cannot be their own manager"
		EXIT PARAGRAPH
	END-IF
	*> Blank is allowed - PIRECERT makes the first manager to sign
	*> the operator off the responsible one.
	IF WS-ENTERED-MANAGER-ID NOT = SPACES
		PERFORM Validate-Manager
		IF NOT MANAGER-OK
			EXIT PARAGRAPH
		END-IF
	END-IF
	MOVE SPACES TO PI-OPERATOR-RECORD
	MOVE WS-ENTERED-ID TO OPR-OPERATOR-ID
	MOVE WS-ENTERED-NAME TO OPR-OPERATOR-NAME
	SET OPERATOR-ACTIVE TO TRUE
	MOVE WS-ENTERED-MAX-RUNS TO OPR-MAX-NUMBER-OF-RUNS
	MOVE WS-ENTERED-MANAGER-ID TO OPR-MANAGER-ID
	MOVE WS-TODAY TO OPR-LAST-CERTIFIED-DATE
	WRITE PI-OPERATOR-RECORD
		INVALID KEY
			DISPLAY "Operator " WS-ENTERED-ID " already on the master"
		NOT INVALID KEY
			DISPLAY "Operator " WS-ENTERED-ID " added, limit "
				WS-ENTERED-MAX-RUNS
			MOVE WS-ENTERED-ID TO WS-JOURNAL-KEY
			MOVE "A" TO WS-JOURNAL-ACTION
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-WRITE.

Deactivate-Operator.
		INVALID KEY
			DISPLAY "Operator " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
			SET OPERATOR-INACTIVE TO TRUE
			REWRITE PI-OPERATOR-RECORD
			DISPLAY "Operator " WS-ENTERED-ID " deactivated"
			MOVE WS-ENTERED-ID TO WS-JOURNAL-KEY
			MOVE "D" TO WS-JOURNAL-ACTION
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.

Reactivate-Operator.
		INVALID KEY
			DISPLAY "Operator " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
			SET OPERATOR-ACTIVE TO TRUE
			MOVE WS-TODAY TO OPR-LAST-CERTIFIED-DATE
			REWRITE PI-OPERATOR-RECORD
			DISPLAY "Operator " WS-ENTERED-ID " reactivated,"
				" certified " WS-TODAY
			MOVE WS-ENTERED-ID TO WS-JOURNAL-KEY
			MOVE "R" TO WS-JOURNAL-ACTION
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.

Change-Operator-Manager.
	*> A move between departments changes who signs the operator off
	*> at the next recertification; the certification date stands.
	DISPLAY "Enter operator ID to change the manager of"
	ACCEPT WS-ENTERED-ID
	DISPLAY "Enter new responsible manager's operator ID"
	ACCEPT WS-ENTERED-MANAGER-ID
	IF WS-ENTERED-MANAGER-ID = SPACES
		DISPLAY "Manager ID may not be blank"
		EXIT PARAGRAPH
	END-IF
	IF WS-ENTERED-MANAGER-ID = WS-ENTERED-ID
		DISPLAY "An operator cannot be their own manager"
		EXIT PARAGRAPH
	END-IF
	PERFORM Validate-Manager
	IF NOT MANAGER-OK
		EXIT PARAGRAPH
	END-IF
	MOVE WS-ENTERED-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "Operator " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
			MOVE WS-ENTERED-MANAGER-ID TO OPR-MANAGER-ID
			REWRITE PI-OPERATOR-RECORD
			DISPLAY "Operator " WS-ENTERED-ID " now under manager "
				WS-ENTERED-MANAGER-ID
			MOVE WS-ENTERED-ID TO WS-JOURNAL-KEY
			MOVE "C" TO WS-JOURNAL-ACTION
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.

Validate-Manager.
	*> PIRECERT refuses a sign-off from a manager who is not on the
	*> master or is inactive, so such a manager would leave the
	*> operator able only to lapse. Reads into the record area -
	*> callers set up the operator record afterwards.
	MOVE "N" TO WS-MANAGER-OK
	MOVE WS-ENTERED-MANAGER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "Manager " WS-ENTERED-MANAGER-ID
				" not on the operator master"
			EXIT PARAGRAPH
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "Manager " WS-ENTERED-MANAGER-ID " is inactive"
		EXIT PARAGRAPH
	END-IF
	SET MANAGER-OK TO TRUE.
