*> (PIERRMNT) and the error-log reporting cover them. Records are
*> never deleted - the audit trail of who approved what stays
*> intact. Runs interactively, one action per prompt until X, in the
*> same style as PIOPRMNT. Every decision is also written to
*> PI-CHANGE-JOURNAL (see PIJRNREC.CPY) with the request's before and
*> after images.
*>   RETURN-CODE = 0  approval session completed
*>   RETURN-CODE = 8  PI-APPROVAL-QUEUE or PI-CHANGE-JOURNAL could
*>                    not be opened
*>   RETURN-CODE = 12 approving operator unknown, inactive or
*>                    unverifiable - session refused

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.

    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-APPROVAL-QUEUE.
    05  FILLER                      PIC X       VALUE SPACE.
    05  ERR-REASON                  PIC X(30).

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-APPRQ-STATUS	PIC XX.


77 WS-ERRLOG-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

77 WS-ACTION		PIC X.

77 WS-DONE		PIC X			VALUE "N".
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM Open-Change-Journal

	DISPLAY "PI-APPROVAL-QUEUE approval session - operator "
		WS-APPROVER-ID
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-APPROVAL-QUEUE
	DISPLAY "PIAPPMNT: approval session ended"
	MOVE 0 TO RETURN-CODE
	END-IF
	CLOSE PI-OPERATOR-MASTER.

Open-Change-Journal.
	*> Opened for the whole session: if the journal can't be written,
	*> nothing may be changed.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PIAPPMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-APPROVAL-QUEUE
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PIAPPMNT" TO JRN-PROGRAM
	MOVE "PIAPPRQ" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-APPROVER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIAPPMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

List-Pending-Requests.
	MOVE 0 TO WS-PENDING-COUNT
	MOVE "N" TO WS-APPRQ-EOF
			" cannot sign their own request"
		EXIT PARAGRAPH
	END-IF
	MOVE PI-APPROVAL-RECORD TO WS-JOURNAL-BEFORE
	SET ENTRY-OK TO TRUE.

Approve-Request.
	IF WS-APPRQ-STATUS NOT = "00"
		DISPLAY "PIAPPMNT: decision rewrite failed, status="
			WS-APPRQ-STATUS
		EXIT PARAGRAPH
	END-IF
	MOVE APR-KEY TO WS-JOURNAL-KEY
	IF APPROVAL-APPROVED
		MOVE "P" TO WS-JOURNAL-ACTION
	ELSE
		MOVE "J" TO WS-JOURNAL-ACTION
	END-IF
	MOVE PI-APPROVAL-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Log-Rejection.
	*> The rejection goes to the shared error log under the
