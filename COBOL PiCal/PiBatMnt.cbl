 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIBATMNT.
AUTHOR. Brad Howard.
*> Batch maintenance program for the operator, schedule and
*> distribution masters - the file-driven counterpart of PIOPRMNT,
*> PISCHMNT and PIDSTMNT for the nights a reorganization means
*> dozens of limits, definitions and recipients at once. Reads
*> PI-MAINT-TRANSACTIONS (see PIMNTTRN.CPY): add, change,
*> deactivate and reactivate against any of the three masters.
*> Every transaction is edited with the same rules the interactive
*> programs apply (PIOPRMNT's limit check, PISCHMNT's
*> Accept-Schedule-Fields, PIDSTMNT's Accept-Recipient-Fields);
*> a change merges its non-blank fields onto the current record and
*> edits the result, so cross-field rules (weekly needs a day of
*> week, a range selection needs a range) still hold.
*> An operator add or reactivation stamps today as the operator's
*> last-certified date, as PIOPRMNT's does (see PIOPRREC.CPY).
*> The edit/update report (PIBATRPT) lists every transaction as
*> ACCEPTED or REJECTED with the reason.
*> Two lines are read via ACCEPT from SYSIN: the maintaining
*> operator ID (validated against PI-OPERATOR-MASTER, active, as in
*> the interactive programs) and the run mode - "U" applies the
*> change set, anything else is edit-only: the masters are opened
*> for input, nothing is written, and the report shows what an
*> update run would accept and reject. In update mode each applied
*> change is written to PI-CHANGE-JOURNAL (see PIJRNREC.CPY) with
*> the record's before and after images.
*>   RETURN-CODE = 0  every transaction accepted
*>   RETURN-CODE = 4  one or more transactions rejected (the rest
*>                    were applied, or in edit-only mode would be)
*>   RETURN-CODE = 8  a file could not be opened
*>   RETURN-CODE = 12 maintaining operator unknown or inactive -
*>                    run refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-MAINT-TRANSACTIONS ASSIGN TO "PIMNTTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNTTRN-STATUS.

    SELECT PI-OPERATOR-MASTER ASSIGN TO "PIOPRMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPRMST-STATUS.

    SELECT PI-SCHEDULE-MASTER ASSIGN TO "PISCHMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCH-SCHEDULE-ID
        FILE STATUS IS WS-SCHMST-STATUS.

    SELECT PI-DISTRIBUTION-MASTER ASSIGN TO "PIDSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCP-RECIPIENT-ID
        FILE STATUS IS WS-DSTMST-STATUS.

    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

    SELECT PI-BATCH-REPORT ASSIGN TO "PIBATRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BATRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-MAINT-TRANSACTIONS
    RECORDING MODE IS F.
    COPY PIMNTTRN.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-SCHEDULE-MASTER.
    COPY PISCHREC.

FD  PI-DISTRIBUTION-MASTER.
    COPY PIDSTREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

FD  PI-BATCH-REPORT
    RECORDING MODE IS F.
01  PI-BATCH-REPORT-RECORD          PIC X(132).

WORKING-STORAGE SECTION.
77 WS-MNTTRN-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-SCHMST-STATUS	PIC XX.

77 WS-DSTMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-BATRPT-STATUS	PIC XX.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-RAW-ENTRY		PIC X(8).

77 WS-RUN-MODE		PIC X			VALUE "E".
    88 UPDATE-MODE			VALUE "U".

77 WS-MNTTRN-EOF	PIC X			VALUE "N".
    88 MNTTRN-EOF			VALUE "Y".

*> A master that does not exist yet is created in update mode, as
*> the interactive programs do; in edit-only mode it is left alone
*> and every key simply reads as not on the master.
77 WS-OPRMST-OPEN	PIC X			VALUE "N".
    88 OPRMST-OPEN			VALUE "Y".

77 WS-SCHMST-OPEN	PIC X			VALUE "N".
    88 SCHMST-OPEN			VALUE "Y".

77 WS-DSTMST-OPEN	PIC X			VALUE "N".
    88 DSTMST-OPEN			VALUE "Y".

77 WS-OPRMST-CREATED	PIC X			VALUE "N".
    88 OPRMST-CREATED			VALUE "Y".

77 WS-RECORD-FOUND	PIC X			VALUE "N".
    88 RECORD-FOUND			VALUE "Y".

77 WS-REJECT-REASON	PIC X(30).

77 WS-TRANS-COUNT	PIC 9(6)		VALUE 0.

77 WS-ACCEPTED-COUNT	PIC 9(6)		VALUE 0.

77 WS-REJECTED-COUNT	PIC 9(6)		VALUE 0.

77 WS-ENTERED-NAME	PIC X(30).

77 WS-ENTERED-MAX-RUNS	PIC 9(8).

77 WS-ENTERED-MANAGER-ID	PIC X(8).

*> The operator record being maintained, kept while the manager it
*> names is read from the same master.
77 WS-OPERATOR-HOLD	PIC X(100).

77 WS-TODAY		PIC 9(8).

77 WS-ENTERED-SCHEDULE-ID	PIC 9(4).

77 WS-ENTERED-RUNS	PIC 9(8).

77 WS-ENTERED-MODE	PIC X.

77 WS-ENTERED-FREQUENCY	PIC X.

77 WS-ENTERED-DOW	PIC 9.

77 WS-ENTERED-FROM	PIC 9(8).

77 WS-ENTERED-TO	PIC 9(8).

77 WS-ENTERED-SELECT	PIC X.

77 WS-ENTERED-OPERATOR	PIC X(8).

77 WS-ENTERED-RUNS-FROM	PIC 9(8).

77 WS-ENTERED-RUNS-TO	PIC 9(8).

77 WS-ENTERED-STYLE	PIC X.

77 WS-JOURNAL-FILE	PIC X(8).

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

01 WS-UPDATE-FAILED-REASON.
    05  FILLER			PIC X(22)	VALUE "Update failed, status=".
    05  WS-UF-STATUS		PIC XX.

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(41)
	VALUE "BATCH MASTER MAINTENANCE - EDIT/UPDATE - ".
    05  WS-RH1-MODE		PIC X(20).
    05  FILLER			PIC X(10)	VALUE "OPERATOR: ".
    05  WS-RH1-OPERATOR-ID	PIC X(8).

01 WS-REPORT-HEADING-2	PIC X(132)	VALUE
    "   SEQ  MST ACT KEY       RESULT    REASON                         TRANSACTION DATA".

01 WS-REPORT-DETAIL-LINE.
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-RD-SEQUENCE		PIC ZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-MASTER		PIC X.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-RD-ACTION		PIC X.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-KEY		PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-RESULT		PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-REASON		PIC X(30).
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-RD-DATA		PIC X(65).

01 WS-TOTAL-LINE.
    05  FILLER			PIC X(14)	VALUE "TRANSACTIONS: ".
    05  WS-TL-READ		PIC ZZZZZ9.
    05  FILLER			PIC X(12)	VALUE "  ACCEPTED: ".
    05  WS-TL-ACCEPTED		PIC ZZZZZ9.
    05  FILLER			PIC X(12)	VALUE "  REJECTED: ".
    05  WS-TL-REJECTED		PIC ZZZZZ9.

01 WS-EDIT-ONLY-LINE	PIC X(80)	VALUE
    "*** EDIT-ONLY RUN - NO MASTER HAS BEEN CHANGED ***".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter maintaining Operator ID"
	ACCEPT WS-MAINTAINER-ID
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	DISPLAY "Enter run mode (U=update, E=edit only)"
	ACCEPT WS-RUN-MODE
	IF WS-RUN-MODE NOT = "U"
		MOVE "E" TO WS-RUN-MODE
	END-IF

	PERFORM Open-Operator-Master
	PERFORM Validate-Maintainer
	PERFORM Open-Schedule-Master
	PERFORM Open-Distribution-Master
	IF UPDATE-MODE
		PERFORM Open-Change-Journal
	END-IF

	OPEN INPUT PI-MAINT-TRANSACTIONS
	IF WS-MNTTRN-STATUS NOT = "00"
		DISPLAY "PIBATMNT: PI-MAINT-TRANSACTIONS could not be opened,"
			" status=" WS-MNTTRN-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT PI-BATCH-REPORT
	IF WS-BATRPT-STATUS NOT = "00"
		DISPLAY "PIBATMNT: PI-BATCH-REPORT could not be opened,"
			" status=" WS-BATRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	IF UPDATE-MODE
		MOVE "UPDATE" TO WS-RH1-MODE
	ELSE
		MOVE "EDIT ONLY" TO WS-RH1-MODE
	END-IF
	MOVE WS-MAINTAINER-ID TO WS-RH1-OPERATOR-ID
	WRITE PI-BATCH-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-BATCH-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-BATCH-REPORT-RECORD FROM WS-REPORT-HEADING-2

	PERFORM UNTIL MNTTRN-EOF
		READ PI-MAINT-TRANSACTIONS
			AT END
				SET MNTTRN-EOF TO TRUE
			NOT AT END
				PERFORM Process-Transaction
		END-READ
	END-PERFORM

	WRITE PI-BATCH-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE WS-TRANS-COUNT TO WS-TL-READ
	MOVE WS-ACCEPTED-COUNT TO WS-TL-ACCEPTED
	MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
	WRITE PI-BATCH-REPORT-RECORD FROM WS-TOTAL-LINE
	IF NOT UPDATE-MODE
		WRITE PI-BATCH-REPORT-RECORD FROM WS-EDIT-ONLY-LINE
	END-IF

	CLOSE PI-BATCH-REPORT
	CLOSE PI-MAINT-TRANSACTIONS
	IF UPDATE-MODE
		CLOSE PI-CHANGE-JOURNAL
	END-IF
	IF OPRMST-OPEN
		CLOSE PI-OPERATOR-MASTER
	END-IF
	IF SCHMST-OPEN
		CLOSE PI-SCHEDULE-MASTER
	END-IF
	IF DSTMST-OPEN
		CLOSE PI-DISTRIBUTION-MASTER
	END-IF

	DISPLAY "PIBATMNT: " WS-TRANS-COUNT " transaction(s), "
		WS-ACCEPTED-COUNT " accepted, " WS-REJECTED-COUNT " rejected"
	IF WS-REJECTED-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Open-Operator-Master.
	IF NOT UPDATE-MODE
		OPEN INPUT PI-OPERATOR-MASTER
		EVALUATE WS-OPRMST-STATUS
			WHEN "00"
				SET OPRMST-OPEN TO TRUE
			WHEN "35"
				SET OPRMST-CREATED TO TRUE
			WHEN OTHER
				DISPLAY "PIBATMNT: PI-OPERATOR-MASTER could not be"
					" opened, status=" WS-OPRMST-STATUS
				MOVE 8 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		EXIT PARAGRAPH
	END-IF
	OPEN I-O PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
		*> to OPEN OUTPUT - that open LOADS the file, and reaching it on
		*> a sharing conflict would destroy it.
		IF WS-OPRMST-STATUS NOT = "35"
			DISPLAY "PIBATMNT: PI-OPERATOR-MASTER could not be opened,"
				" status=" WS-OPRMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PI-OPERATOR-MASTER
		IF WS-OPRMST-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-OPERATOR-MASTER could not be created,"
				" status=" WS-OPRMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE PI-OPERATOR-MASTER
		OPEN I-O PI-OPERATOR-MASTER
		IF WS-OPRMST-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-OPERATOR-MASTER re-open failed,"
				" status=" WS-OPRMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		SET OPRMST-CREATED TO TRUE
	END-IF
	SET OPRMST-OPEN TO TRUE.

Open-Schedule-Master.
	IF NOT UPDATE-MODE
		OPEN INPUT PI-SCHEDULE-MASTER
		EVALUATE WS-SCHMST-STATUS
			WHEN "00"
				SET SCHMST-OPEN TO TRUE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "PIBATMNT: PI-SCHEDULE-MASTER could not be"
					" opened, status=" WS-SCHMST-STATUS
				MOVE 8 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		EXIT PARAGRAPH
	END-IF
	OPEN I-O PI-SCHEDULE-MASTER
	IF WS-SCHMST-STATUS NOT = "00"
		IF WS-SCHMST-STATUS NOT = "35"
			DISPLAY "PIBATMNT: PI-SCHEDULE-MASTER could not be opened,"
				" status=" WS-SCHMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PI-SCHEDULE-MASTER
		IF WS-SCHMST-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-SCHEDULE-MASTER could not be created,"
				" status=" WS-SCHMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE PI-SCHEDULE-MASTER
		OPEN I-O PI-SCHEDULE-MASTER
		IF WS-SCHMST-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-SCHEDULE-MASTER re-open failed,"
				" status=" WS-SCHMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	SET SCHMST-OPEN TO TRUE.

Open-Distribution-Master.
	IF NOT UPDATE-MODE
		OPEN INPUT PI-DISTRIBUTION-MASTER
		EVALUATE WS-DSTMST-STATUS
			WHEN "00"
				SET DSTMST-OPEN TO TRUE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "PIBATMNT: PI-DISTRIBUTION-MASTER could not be"
					" opened, status=" WS-DSTMST-STATUS
				MOVE 8 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		EXIT PARAGRAPH
	END-IF
	OPEN I-O PI-DISTRIBUTION-MASTER
	IF WS-DSTMST-STATUS NOT = "00"
		IF WS-DSTMST-STATUS NOT = "35"
			DISPLAY "PIBATMNT: PI-DISTRIBUTION-MASTER could not be"
				" opened, status=" WS-DSTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PI-DISTRIBUTION-MASTER
		IF WS-DSTMST-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-DISTRIBUTION-MASTER could not be"
				" created, status=" WS-DSTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE PI-DISTRIBUTION-MASTER
		OPEN I-O PI-DISTRIBUTION-MASTER
		IF WS-DSTMST-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-DISTRIBUTION-MASTER re-open failed,"
				" status=" WS-DSTMST-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	SET DSTMST-OPEN TO TRUE.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator, read through this run's
	*> own open of the operator master - except when that master does
	*> not exist yet (PIOPRMNT's bootstrap rule: nobody to validate
	*> against, and the run is journaled under the ID given).
	IF OPRMST-CREATED
		DISPLAY "PIBATMNT: new operator master - run proceeds"
			" unvalidated as " WS-MAINTAINER-ID
		EXIT PARAGRAPH
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PIBATMNT: operator " WS-MAINTAINER-ID
				" not on the operator master - run refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PIBATMNT: operator " WS-MAINTAINER-ID
			" is inactive - run refused"
		CLOSE PI-OPERATOR-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.

Open-Change-Journal.
	*> Opened before anything is applied: if the journal can't be
	*> written, no master may be changed.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PIBATMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Process-Transaction.
	ADD 1 TO WS-TRANS-COUNT
	MOVE SPACES TO WS-REJECT-REASON
	MOVE TRN-MASTER TO WS-RD-MASTER
	MOVE TRN-ACTION TO WS-RD-ACTION
	MOVE TRN-KEY TO WS-RD-KEY
	MOVE TRN-DATA TO WS-RD-DATA
	EVALUATE TRUE
		WHEN TRN-OPERATOR-MASTER
			PERFORM Process-Operator-Transaction
		WHEN TRN-SCHEDULE-MASTER
			PERFORM Process-Schedule-Transaction
		WHEN TRN-DISTRIBUTION-MASTER
			PERFORM Process-Recipient-Transaction
		WHEN OTHER
			MOVE "Master code must be O, S or D" TO WS-REJECT-REASON
	END-EVALUATE
	MOVE WS-TRANS-COUNT TO WS-RD-SEQUENCE
	MOVE WS-REJECT-REASON TO WS-RD-REASON
	IF WS-REJECT-REASON = SPACES
		MOVE "ACCEPTED" TO WS-RD-RESULT
		ADD 1 TO WS-ACCEPTED-COUNT
	ELSE
		MOVE "REJECTED" TO WS-RD-RESULT
		ADD 1 TO WS-REJECTED-COUNT
	END-IF
	WRITE PI-BATCH-REPORT-RECORD FROM WS-REPORT-DETAIL-LINE.

*> ---------------------------------------------------------------
*> Operator master (PIOPRMNT's rules)
*> ---------------------------------------------------------------
Process-Operator-Transaction.
	IF TRN-KEY = SPACES
		MOVE "Operator ID may not be blank" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE "N" TO WS-RECORD-FOUND
	IF OPRMST-OPEN
		MOVE TRN-KEY TO OPR-OPERATOR-ID
		READ PI-OPERATOR-MASTER
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET RECORD-FOUND TO TRUE
		END-READ
	END-IF
	MOVE "PIOPRMST" TO WS-JOURNAL-FILE
	MOVE TRN-KEY TO WS-JOURNAL-KEY
	EVALUATE TRUE
		WHEN TRN-ADD
			IF RECORD-FOUND
				MOVE "Operator already on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			PERFORM Edit-Operator-Fields
			IF WS-REJECT-REASON NOT = SPACES OR NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE SPACES TO PI-OPERATOR-RECORD
			MOVE TRN-KEY TO OPR-OPERATOR-ID
			MOVE WS-ENTERED-NAME TO OPR-OPERATOR-NAME
			SET OPERATOR-ACTIVE TO TRUE
			MOVE WS-ENTERED-MAX-RUNS TO OPR-MAX-NUMBER-OF-RUNS
			MOVE WS-ENTERED-MANAGER-ID TO OPR-MANAGER-ID
			MOVE WS-TODAY TO OPR-LAST-CERTIFIED-DATE
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE "A" TO WS-JOURNAL-ACTION
			WRITE PI-OPERATOR-RECORD
		WHEN TRN-CHANGE
			IF NOT RECORD-FOUND
				MOVE "Operator not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF TRN-OPR-NAME = SPACES AND TRN-OPR-MAX-RUNS = SPACES
			  AND TRN-OPR-MANAGER-ID = SPACES
				MOVE "No fields to change" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF TRN-OPR-NAME = SPACES
				MOVE OPR-OPERATOR-NAME TO TRN-OPR-NAME
			END-IF
			IF TRN-OPR-MAX-RUNS = SPACES
				MOVE OPR-MAX-NUMBER-OF-RUNS TO TRN-OPR-MAX-RUNS
			END-IF
			IF TRN-OPR-MANAGER-ID = SPACES
				MOVE OPR-MANAGER-ID TO TRN-OPR-MANAGER-ID
			END-IF
			PERFORM Edit-Operator-Fields
			IF WS-REJECT-REASON NOT = SPACES OR NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
			MOVE WS-ENTERED-NAME TO OPR-OPERATOR-NAME
			MOVE WS-ENTERED-MAX-RUNS TO OPR-MAX-NUMBER-OF-RUNS
			MOVE WS-ENTERED-MANAGER-ID TO OPR-MANAGER-ID
			MOVE "C" TO WS-JOURNAL-ACTION
			REWRITE PI-OPERATOR-RECORD
		WHEN TRN-DEACTIVATE
			IF NOT RECORD-FOUND
				MOVE "Operator not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF OPERATOR-INACTIVE
				MOVE "Operator already inactive" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
			SET OPERATOR-INACTIVE TO TRUE
			MOVE "D" TO WS-JOURNAL-ACTION
			REWRITE PI-OPERATOR-RECORD
		WHEN TRN-REACTIVATE
			IF NOT RECORD-FOUND
				MOVE "Operator not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF OPERATOR-ACTIVE
				MOVE "Operator already active" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
			SET OPERATOR-ACTIVE TO TRUE
			MOVE WS-TODAY TO OPR-LAST-CERTIFIED-DATE
			MOVE "R" TO WS-JOURNAL-ACTION
			REWRITE PI-OPERATOR-RECORD
		WHEN OTHER
			MOVE "Action code must be A, C, D or R" TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-EVALUATE
	IF WS-OPRMST-STATUS NOT = "00"
		MOVE WS-OPRMST-STATUS TO WS-UF-STATUS
		MOVE WS-UPDATE-FAILED-REASON TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Edit-Operator-Fields.
	*> PIOPRMNT's Add-Operator rules: the limit must be numeric and
	*> more than 9, nobody manages themselves, and a named manager
	*> must be an active operator (blank is left for PIRECERT to fill
	*> at the first sign-off). On a change the manager is only checked
	*> when it is being changed.
	MOVE TRN-OPR-NAME TO WS-ENTERED-NAME
	MOVE TRN-OPR-MANAGER-ID TO WS-ENTERED-MANAGER-ID
	IF WS-ENTERED-MANAGER-ID = TRN-KEY
		MOVE "Operator cannot be own manager" TO WS-REJECT-REASON
	ELSE
		IF WS-ENTERED-MANAGER-ID NOT = SPACES
			IF NOT RECORD-FOUND
			  OR WS-ENTERED-MANAGER-ID NOT = OPR-MANAGER-ID
				PERFORM Check-Operator-Manager
			END-IF
		END-IF
	END-IF
	IF FUNCTION TRIM(TRN-OPR-MAX-RUNS) IS NUMERIC
		COMPUTE WS-ENTERED-MAX-RUNS = FUNCTION NUMVAL(TRN-OPR-MAX-RUNS)
	ELSE
		MOVE 0 TO WS-ENTERED-MAX-RUNS
	END-IF
	IF WS-ENTERED-MAX-RUNS NOT > 9
		MOVE "Limit must be numeric and > 9" TO WS-REJECT-REASON
	END-IF.

Check-Operator-Manager.
	*> PIRECERT refuses a sign-off from a manager who is not on the
	*> master or is inactive - the operator could then only lapse.
	MOVE PI-OPERATOR-RECORD TO WS-OPERATOR-HOLD
	IF NOT OPRMST-OPEN
		MOVE "Manager not on operator master" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE WS-ENTERED-MANAGER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			MOVE "Manager not on operator master" TO WS-REJECT-REASON
		NOT INVALID KEY
			IF NOT OPERATOR-ACTIVE
				MOVE "Manager is inactive" TO WS-REJECT-REASON
			END-IF
	END-READ
	MOVE WS-OPERATOR-HOLD TO PI-OPERATOR-RECORD.

*> ---------------------------------------------------------------
*> Schedule master (PISCHMNT's rules)
*> ---------------------------------------------------------------
Process-Schedule-Transaction.
	IF FUNCTION TRIM(TRN-KEY) IS NOT NUMERIC
		MOVE "Invalid schedule ID" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	IF FUNCTION NUMVAL(TRN-KEY) < 1 OR FUNCTION NUMVAL(TRN-KEY) > 9999
		MOVE "Invalid schedule ID" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-ENTERED-SCHEDULE-ID = FUNCTION NUMVAL(TRN-KEY)
	MOVE "N" TO WS-RECORD-FOUND
	IF SCHMST-OPEN
		MOVE WS-ENTERED-SCHEDULE-ID TO SCH-SCHEDULE-ID
		READ PI-SCHEDULE-MASTER
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET RECORD-FOUND TO TRUE
		END-READ
	END-IF
	MOVE "PISCHMST" TO WS-JOURNAL-FILE
	MOVE WS-ENTERED-SCHEDULE-ID TO WS-JOURNAL-KEY
	EVALUATE TRUE
		WHEN TRN-ADD
			IF RECORD-FOUND
				MOVE "Schedule already on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			PERFORM Edit-Schedule-Fields
			IF WS-REJECT-REASON NOT = SPACES OR NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE SPACES TO PI-SCHEDULE-RECORD
			MOVE WS-ENTERED-SCHEDULE-ID TO SCH-SCHEDULE-ID
			PERFORM Move-Schedule-Fields
			SET SCHEDULE-ACTIVE TO TRUE
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE "A" TO WS-JOURNAL-ACTION
			WRITE PI-SCHEDULE-RECORD
		WHEN TRN-CHANGE
			IF NOT RECORD-FOUND
				MOVE "Schedule not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF TRN-SCHEDULE-DATA = SPACES
				MOVE "No fields to change" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF TRN-SCH-NUMBER-OF-RUNS = SPACES
				MOVE SCH-NUMBER-OF-RUNS TO TRN-SCH-NUMBER-OF-RUNS
			END-IF
			IF TRN-SCH-ALGORITHM-MODE = SPACE
				MOVE SCH-ALGORITHM-MODE TO TRN-SCH-ALGORITHM-MODE
			END-IF
			IF TRN-SCH-FREQUENCY = SPACE
				MOVE SCH-FREQUENCY TO TRN-SCH-FREQUENCY
			END-IF
			IF TRN-SCH-DAY-OF-WEEK = SPACE
				MOVE SCH-DAY-OF-WEEK TO TRN-SCH-DAY-OF-WEEK
			END-IF
			IF TRN-SCH-EFFECTIVE-FROM = SPACES
				MOVE SCH-EFFECTIVE-FROM TO TRN-SCH-EFFECTIVE-FROM
			END-IF
			IF TRN-SCH-EFFECTIVE-TO = SPACES
				MOVE SCH-EFFECTIVE-TO TO TRN-SCH-EFFECTIVE-TO
			END-IF
			PERFORM Edit-Schedule-Fields
			IF WS-REJECT-REASON NOT = SPACES OR NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
			PERFORM Move-Schedule-Fields
			MOVE "C" TO WS-JOURNAL-ACTION
			REWRITE PI-SCHEDULE-RECORD
		WHEN TRN-DEACTIVATE
			IF NOT RECORD-FOUND
				MOVE "Schedule not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF SCHEDULE-INACTIVE
				MOVE "Schedule already inactive" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
			SET SCHEDULE-INACTIVE TO TRUE
			MOVE "D" TO WS-JOURNAL-ACTION
			REWRITE PI-SCHEDULE-RECORD
		WHEN TRN-REACTIVATE
			IF NOT RECORD-FOUND
				MOVE "Schedule not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF SCHEDULE-ACTIVE
				MOVE "Schedule already active" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
			SET SCHEDULE-ACTIVE TO TRUE
			MOVE "R" TO WS-JOURNAL-ACTION
			REWRITE PI-SCHEDULE-RECORD
		WHEN OTHER
			MOVE "Action code must be A, C, D or R" TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-EVALUATE
	IF WS-SCHMST-STATUS NOT = "00"
		MOVE WS-SCHMST-STATUS TO WS-UF-STATUS
		MOVE WS-UPDATE-FAILED-REASON TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE PI-SCHEDULE-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Edit-Schedule-Fields.
	*> The rules of PISCHMNT's Accept-Schedule-Fields, in its order.
	IF FUNCTION TRIM(TRN-SCH-NUMBER-OF-RUNS) IS NUMERIC
		COMPUTE WS-ENTERED-RUNS =
			FUNCTION NUMVAL(TRN-SCH-NUMBER-OF-RUNS)
	ELSE
		MOVE 1 TO WS-ENTERED-RUNS
	END-IF
	IF WS-ENTERED-RUNS NOT = 0 AND WS-ENTERED-RUNS NOT > 9
		MOVE "NumberOfRuns must be 0 or > 9" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE TRN-SCH-ALGORITHM-MODE TO WS-ENTERED-MODE
	IF WS-ENTERED-MODE NOT = "L" AND WS-ENTERED-MODE NOT = "N"
	  AND WS-ENTERED-MODE NOT = "X"
		MOVE "Invalid algorithm mode" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE TRN-SCH-FREQUENCY TO WS-ENTERED-FREQUENCY
	IF WS-ENTERED-FREQUENCY NOT = "D"
	  AND WS-ENTERED-FREQUENCY NOT = "W"
	  AND WS-ENTERED-FREQUENCY NOT = "M"
	  AND WS-ENTERED-FREQUENCY NOT = "B"
		MOVE "Invalid frequency" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO WS-ENTERED-DOW
	IF WS-ENTERED-FREQUENCY = "W"
		IF TRN-SCH-DAY-OF-WEEK IS NUMERIC
			MOVE TRN-SCH-DAY-OF-WEEK TO WS-ENTERED-DOW
		END-IF
		IF WS-ENTERED-DOW < 1 OR WS-ENTERED-DOW > 7
			MOVE "Invalid day of week" TO WS-REJECT-REASON
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF TRN-SCH-EFFECTIVE-FROM IS NUMERIC
		MOVE TRN-SCH-EFFECTIVE-FROM TO WS-ENTERED-FROM
	ELSE
		MOVE "Invalid effective-from date" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	IF TRN-SCH-EFFECTIVE-TO IS NUMERIC
		MOVE TRN-SCH-EFFECTIVE-TO TO WS-ENTERED-TO
	ELSE
		MOVE "Invalid effective-to date" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	IF WS-ENTERED-TO < WS-ENTERED-FROM
		MOVE "Effective-to before -from" TO WS-REJECT-REASON
	END-IF.

Move-Schedule-Fields.
	MOVE WS-ENTERED-RUNS TO SCH-NUMBER-OF-RUNS
	MOVE WS-ENTERED-MODE TO SCH-ALGORITHM-MODE
	MOVE WS-ENTERED-FREQUENCY TO SCH-FREQUENCY
	MOVE WS-ENTERED-DOW TO SCH-DAY-OF-WEEK
	MOVE WS-ENTERED-FROM TO SCH-EFFECTIVE-FROM
	MOVE WS-ENTERED-TO TO SCH-EFFECTIVE-TO.

*> ---------------------------------------------------------------
*> Distribution master (PIDSTMNT's rules)
*> ---------------------------------------------------------------
Process-Recipient-Transaction.
	IF TRN-KEY = SPACES
		MOVE "Recipient ID may not be blank" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE "N" TO WS-RECORD-FOUND
	IF DSTMST-OPEN
		MOVE TRN-KEY TO RCP-RECIPIENT-ID
		READ PI-DISTRIBUTION-MASTER
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET RECORD-FOUND TO TRUE
		END-READ
	END-IF
	MOVE "PIDSTMST" TO WS-JOURNAL-FILE
	MOVE TRN-KEY TO WS-JOURNAL-KEY
	EVALUATE TRUE
		WHEN TRN-ADD
			IF RECORD-FOUND
				MOVE "Recipient already on master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			PERFORM Edit-Recipient-Fields
			IF WS-REJECT-REASON NOT = SPACES OR NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE SPACES TO PI-RECIPIENT-RECORD
			MOVE TRN-KEY TO RCP-RECIPIENT-ID
			PERFORM Move-Recipient-Fields
			SET RECIPIENT-ACTIVE TO TRUE
			MOVE SPACES TO WS-JOURNAL-BEFORE
			MOVE "A" TO WS-JOURNAL-ACTION
			WRITE PI-RECIPIENT-RECORD
		WHEN TRN-CHANGE
			IF NOT RECORD-FOUND
				MOVE "Recipient not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF TRN-RECIPIENT-DATA = SPACES
				MOVE "No fields to change" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF TRN-RCP-NAME = SPACES
				MOVE RCP-RECIPIENT-NAME TO TRN-RCP-NAME
			END-IF
			IF TRN-RCP-SELECT-TYPE = SPACE
				MOVE RCP-SELECT-TYPE TO TRN-RCP-SELECT-TYPE
			END-IF
			IF TRN-RCP-OPERATOR-ID = SPACES
				MOVE RCP-OPERATOR-ID TO TRN-RCP-OPERATOR-ID
			END-IF
			IF TRN-RCP-RUNS-FROM = SPACES
				MOVE RCP-RUNS-FROM TO TRN-RCP-RUNS-FROM
			END-IF
			IF TRN-RCP-RUNS-TO = SPACES
				MOVE RCP-RUNS-TO TO TRN-RCP-RUNS-TO
			END-IF
			IF TRN-RCP-ALGORITHM-MODE = SPACE
				MOVE RCP-ALGORITHM-MODE TO TRN-RCP-ALGORITHM-MODE
			END-IF
			IF TRN-RCP-OUTPUT-STYLE = SPACE
				MOVE RCP-OUTPUT-STYLE TO TRN-RCP-OUTPUT-STYLE
			END-IF
			PERFORM Edit-Recipient-Fields
			IF WS-REJECT-REASON NOT = SPACES OR NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-BEFORE
			PERFORM Move-Recipient-Fields
			MOVE "C" TO WS-JOURNAL-ACTION
			REWRITE PI-RECIPIENT-RECORD
		WHEN TRN-DEACTIVATE
			IF NOT RECORD-FOUND
				MOVE "Recipient not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF RECIPIENT-INACTIVE
				MOVE "Recipient already inactive" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-BEFORE
			SET RECIPIENT-INACTIVE TO TRUE
			MOVE "D" TO WS-JOURNAL-ACTION
			REWRITE PI-RECIPIENT-RECORD
		WHEN TRN-REACTIVATE
			IF NOT RECORD-FOUND
				MOVE "Recipient not on the master" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF RECIPIENT-ACTIVE
				MOVE "Recipient already active" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF NOT UPDATE-MODE
				EXIT PARAGRAPH
			END-IF
			MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-BEFORE
			SET RECIPIENT-ACTIVE TO TRUE
			MOVE "R" TO WS-JOURNAL-ACTION
			REWRITE PI-RECIPIENT-RECORD
		WHEN OTHER
			MOVE "Action code must be A, C, D or R" TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-EVALUATE
	IF WS-DSTMST-STATUS NOT = "00"
		MOVE WS-DSTMST-STATUS TO WS-UF-STATUS
		MOVE WS-UPDATE-FAILED-REASON TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE PI-RECIPIENT-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Edit-Recipient-Fields.
	*> The rules of PIDSTMNT's Accept-Recipient-Fields: the fields a
	*> selection type does not use are cleared, as an interactive add
	*> leaves them.
	MOVE TRN-RCP-NAME TO WS-ENTERED-NAME
	MOVE SPACES TO WS-ENTERED-OPERATOR
	MOVE 0 TO WS-ENTERED-RUNS-FROM
	MOVE 0 TO WS-ENTERED-RUNS-TO
	MOVE SPACE TO WS-ENTERED-MODE
	MOVE TRN-RCP-SELECT-TYPE TO WS-ENTERED-SELECT
	EVALUATE WS-ENTERED-SELECT
		WHEN "*"
			CONTINUE
		WHEN "O"
			MOVE TRN-RCP-OPERATOR-ID TO WS-ENTERED-OPERATOR
			IF WS-ENTERED-OPERATOR = SPACES
				MOVE "Operator ID may not be blank" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
		WHEN "R"
			IF FUNCTION TRIM(TRN-RCP-RUNS-FROM) IS NUMERIC
				COMPUTE WS-ENTERED-RUNS-FROM =
					FUNCTION NUMVAL(TRN-RCP-RUNS-FROM)
			ELSE
				MOVE "Invalid range-from" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF FUNCTION TRIM(TRN-RCP-RUNS-TO) IS NUMERIC
				COMPUTE WS-ENTERED-RUNS-TO =
					FUNCTION NUMVAL(TRN-RCP-RUNS-TO)
			ELSE
				MOVE "Invalid range-to" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
			IF WS-ENTERED-RUNS-TO < WS-ENTERED-RUNS-FROM
				MOVE "Range-to is below range-from" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
		WHEN "A"
			MOVE TRN-RCP-ALGORITHM-MODE TO WS-ENTERED-MODE
			IF WS-ENTERED-MODE NOT = "L" AND WS-ENTERED-MODE NOT = "N"
				MOVE "Invalid algorithm mode" TO WS-REJECT-REASON
				EXIT PARAGRAPH
			END-IF
		WHEN OTHER
			MOVE "Invalid selection type" TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-EVALUATE
	MOVE TRN-RCP-OUTPUT-STYLE TO WS-ENTERED-STYLE
	IF WS-ENTERED-STYLE NOT = "F" AND WS-ENTERED-STYLE NOT = "S"
	  AND WS-ENTERED-STYLE NOT = "C"
		MOVE "Invalid output style" TO WS-REJECT-REASON
	END-IF.

Move-Recipient-Fields.
	MOVE WS-ENTERED-NAME TO RCP-RECIPIENT-NAME
	MOVE WS-ENTERED-SELECT TO RCP-SELECT-TYPE
	MOVE WS-ENTERED-OPERATOR TO RCP-OPERATOR-ID
	MOVE WS-ENTERED-RUNS-FROM TO RCP-RUNS-FROM
	MOVE WS-ENTERED-RUNS-TO TO RCP-RUNS-TO
	MOVE WS-ENTERED-MODE TO RCP-ALGORITHM-MODE
	MOVE WS-ENTERED-STYLE TO RCP-OUTPUT-STYLE.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PIBATMNT" TO JRN-PROGRAM
	MOVE WS-JOURNAL-FILE TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIBATMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.
