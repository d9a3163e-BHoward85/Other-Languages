*> recipient, deactivating one and reactivating one - recipients are
*> never deleted, so last year's distribution list stays explainable.
*> Runs interactively, one action per prompt until X, in the same
*> style as PIOPRMNT/PISCHMNT. The maintaining operator must be on
*> PI-OPERATOR-MASTER and active, and every change is written to
*> PI-CHANGE-JOURNAL (see PIJRNREC.CPY) with the recipient's before
*> and after images.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-DISTRIBUTION-MASTER or PI-CHANGE-JOURNAL
*>                    could not be opened
*>   RETURN-CODE = 12 maintaining operator unknown, inactive or
*>                    unverifiable - session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS RCP-RECIPIENT-ID
        FILE STATUS IS WS-DSTMST-STATUS.

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
FD  PI-DISTRIBUTION-MASTER.
    COPY PIDSTREC.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-DSTMST-STATUS	PIC XX.

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

	OPEN I-O PI-DISTRIBUTION-MASTER
	IF WS-DSTMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
			STOP RUN
		END-IF
	END-IF
	PERFORM Open-Change-Journal

	DISPLAY "PI-DISTRIBUTION-MASTER maintenance - operator "
		WS-MAINTAINER-ID
	PERFORM UNTIL MAINTENANCE-DONE
		DISPLAY "Enter action (A=add, D=deactivate, R=reactivate,"
			" X=exit)"
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-DISTRIBUTION-MASTER
	DISPLAY "PIDSTMNT: maintenance session ended"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator - only a known, active
	*> operator may change the master, and the change journal
	*> records who it was.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PIDSTMNT: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS " - session refused"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PIDSTMNT: operator " WS-MAINTAINER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PIDSTMNT: operator " WS-MAINTAINER-ID
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
			DISPLAY "PIDSTMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-DISTRIBUTION-MASTER
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PIDSTMNT" TO JRN-PROGRAM
	MOVE "PIDSTMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIDSTMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

Add-Recipient.
	PERFORM Accept-Recipient-Fields
	IF NOT ENTRY-OK
			DISPLAY "Recipient " WS-ENTERED-ID " already on the master"
		NOT INVALID KEY
			DISPLAY "Recipient " WS-ENTERED-ID " added"
			MOVE RCP-RECIPIENT-ID TO WS-JOURNAL-KEY
			MOVE "A" TO WS-JOURNAL-ACTION
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-WRITE.

Accept-Recipient-Fields.
		INVALID KEY
			DISPLAY "Recipient " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-BEFORE
			SET RECIPIENT-INACTIVE TO TRUE
			REWRITE PI-RECIPIENT-RECORD
			DISPLAY "Recipient " WS-ENTERED-ID " deactivated"
			MOVE RCP-RECIPIENT-ID TO WS-JOURNAL-KEY
			MOVE "D" TO WS-JOURNAL-ACTION
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.

Reactivate-Recipient.
		INVALID KEY
			DISPLAY "Recipient " WS-ENTERED-ID " not on the master"
		NOT INVALID KEY
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-BEFORE
			SET RECIPIENT-ACTIVE TO TRUE
			REWRITE PI-RECIPIENT-RECORD
			DISPLAY "Recipient " WS-ENTERED-ID " reactivated"
			MOVE RCP-RECIPIENT-ID TO WS-JOURNAL-KEY
			MOVE "R" TO WS-JOURNAL-ACTION
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-AFTER
			PERFORM Write-Journal-Record
	END-READ.
