 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIRECERT.
AUTHOR. Brad Howard.
*> Quarterly operator access recertification. Every operator's
*> run authority is vouched for once a quarter by the manager
*> responsible for it (OPR-MANAGER-ID - see PIOPRREC.CPY).
*> The recertification report (PICERRPT) lists every active operator
*> with their limit, the number of runs and the largest NumberOfRuns
*> they ran in the last quarter (from PI-RUN-HISTORY), their manager,
*> the date they were last certified and the date their access
*> lapses, flagged CURRENT, DUE (a quarter has passed - sign-off
*> needed) or OVERDUE (the grace period has passed too).
*> Managers mark up the report and their decisions are keyed to
*> PI-CERT-DECISIONS (see PICERTRN.CPY): keep, lower the limit, or
*> revoke. Keep and lower stamp today as the last-certified date.
*> Two lines are read via ACCEPT from SYSIN: the running operator ID
*> (validated against PI-OPERATOR-MASTER, active, as in the
*> maintenance programs) and the run mode - "U" applies the
*> decisions and then deactivates every active operator whose
*> certification has lapsed, writing the lapse to PI-ERROR-LOG and
*> every change to PI-CHANGE-JOURNAL (see PIJRNREC.CPY); anything
*> else is report-only: the master is opened for input, no decisions
*> are read, and nothing is written but the report.
*> A lapsed (or never-certified) operator is inactive like any other,
*> so Lab4, PISPLIT, PIAPPMNT and the rest refuse the ID until
*> PIOPRMNT or PIBATMNT reactivates it (which recertifies it).
*>   RETURN-CODE = 0  every decision applied, no operator lapsed
*>   RETURN-CODE = 4  one or more decisions rejected, or one or more
*>                    operators deactivated for a lapsed
*>                    certification (report-only: one or more
*>                    operators OVERDUE)
*>   RETURN-CODE = 8  a file could not be opened
*>   RETURN-CODE = 12 running operator unknown or inactive - run
*>                    refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-CERT-DECISIONS ASSIGN TO "PICERTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERTRN-STATUS.

    SELECT PI-OPERATOR-MASTER ASSIGN TO "PIOPRMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPRMST-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PI-ERROR-LOG ASSIGN TO "PIERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.

    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

    SELECT PI-CERT-REPORT ASSIGN TO "PICERRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-CERT-DECISIONS
    RECORDING MODE IS F.
    COPY PICERTRN.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

*> Same layout Lab4 writes (see PI-ERROR-LOG-RECORD there).
FD  PI-ERROR-LOG
    RECORDING MODE IS F.
01  PI-ERROR-LOG-RECORD.
    05  ERR-DATE                    PIC 9(8).
    05  FILLER                      PIC X       VALUE SPACE.
    05  ERR-TIME                    PIC 9(8).
    05  FILLER                      PIC X       VALUE SPACE.
    05  ERR-OPERATOR-ID             PIC X(8).
    05  FILLER                      PIC X       VALUE SPACE.
    05  ERR-BAD-VALUE               PIC X(8).
    05  FILLER                      PIC X       VALUE SPACE.
    05  ERR-REASON                  PIC X(30).

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

FD  PI-CERT-REPORT
    RECORDING MODE IS F.
01  PI-CERT-REPORT-RECORD           PIC X(132).

WORKING-STORAGE SECTION.
77 WS-CERTRN-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-ERRLOG-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-CERRPT-STATUS	PIC XX.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-RUN-MODE		PIC X			VALUE "R".
    88 UPDATE-MODE			VALUE "U".

77 WS-CERTRN-EOF	PIC X			VALUE "N".
    88 CERTRN-EOF			VALUE "Y".

77 WS-OPRMST-EOF	PIC X			VALUE "N".
    88 OPRMST-EOF			VALUE "Y".

77 WS-HISTORY-EOF	PIC X			VALUE "N".
    88 HISTORY-EOF			VALUE "Y".

77 WS-TABLE-FOUND	PIC X			VALUE "N".
    88 TABLE-FOUND			VALUE "Y".

*> A quarter, and the grace period after it before access lapses.
77 WS-CERT-INTERVAL-DAYS	PIC 9(4)	VALUE 92.

77 WS-CERT-GRACE-DAYS	PIC 9(4)		VALUE 30.

77 WS-TODAY		PIC 9(8).

77 WS-TODAY-INT		PIC 9(8).

77 WS-REVIEW-FROM-DATE	PIC 9(8).

77 WS-DAY-NUMBER	PIC 9(8).

77 WS-CERT-INT		PIC 9(8).

77 WS-LAPSE-DATE	PIC 9(8).

77 WS-CERT-STATUS	PIC X(8).
    88 CERT-CURRENT			VALUE "CURRENT".
    88 CERT-DUE				VALUE "DUE".
    88 CERT-OVERDUE			VALUE "OVERDUE".

77 WS-REJECT-REASON	PIC X(30).

77 WS-NEW-MAX-RUNS	PIC 9(8).

77 WS-DECISION-COUNT	PIC 9(6)		VALUE 0.

77 WS-ACCEPTED-COUNT	PIC 9(6)		VALUE 0.

77 WS-REJECTED-COUNT	PIC 9(6)		VALUE 0.

77 WS-LAPSED-COUNT	PIC 9(6)		VALUE 0.

77 WS-DUE-COUNT		PIC 9(6)		VALUE 0.

77 WS-OVERDUE-COUNT	PIC 9(6)		VALUE 0.

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

77 WS-OPERATOR-COUNT	PIC 9(4)		VALUE 0.

77 WS-TABLE-MAX		PIC 9(4)		VALUE 500.

77 WS-TABLE-SUB		PIC 9(4)		VALUE 0.

*> One entry per active operator, in operator-ID order, carrying the
*> quarter's run count and largest run once the history is scanned.
01 WS-OPERATOR-TABLE.
    05  WS-OPERATOR-ENTRY OCCURS 500 TIMES.
        10  WS-OT-OPERATOR-ID	PIC X(8).
        10  WS-OT-NAME		PIC X(30).
        10  WS-OT-MANAGER-ID	PIC X(8).
        10  WS-OT-MAX-RUNS	PIC 9(8).
        10  WS-OT-CERT-DATE	PIC 9(8).
        10  WS-OT-LAPSE-DATE	PIC 9(8).
        10  WS-OT-STATUS	PIC X(8).
        10  WS-OT-RUN-COUNT	PIC 9(6).
        10  WS-OT-LARGEST-RUN	PIC 9(8).

01 WS-UPDATE-FAILED-REASON.
    05  FILLER			PIC X(22)	VALUE "Update failed, status=".
    05  WS-UF-STATUS		PIC XX.

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(37)
	VALUE "OPERATOR ACCESS RECERTIFICATION - ".
    05  WS-RH1-MODE		PIC X(20).
    05  FILLER			PIC X(10)	VALUE "OPERATOR: ".
    05  WS-RH1-OPERATOR-ID	PIC X(8).
    05  FILLER			PIC X(8)	VALUE "  DATE: ".
    05  WS-RH1-DATE		PIC 9(8).

01 WS-DECISION-HEADING-1	PIC X(80)	VALUE
    "MANAGER SIGN-OFFS".

01 WS-DECISION-HEADING-2	PIC X(132)	VALUE
    "  MANAGER   OPERATOR  DEC NEW LIMIT  RESULT    REASON                          MANAGER'S REASON".

01 WS-DECISION-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DD-MANAGER-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DD-OPERATOR-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DD-DECISION		PIC X.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-DD-NEW-MAX-RUNS	PIC X(9).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DD-RESULT		PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DD-REASON		PIC X(30).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DD-MANAGER-REASON	PIC X(30).

01 WS-LAPSE-HEADING-1	PIC X(80)	VALUE
    "CERTIFICATION LAPSES - OPERATORS DEACTIVATED".

01 WS-LAPSE-HEADING-2	PIC X(132)	VALUE
    "  OPERATOR  NAME                            MANAGER   CERTIFIED  LAPSED".

01 WS-LAPSE-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-LD-OPERATOR-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-LD-NAME		PIC X(30).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-LD-MANAGER-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-LD-CERT-DATE		PIC X(8).
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-LD-LAPSE-DATE	PIC X(8).

01 WS-OPERATOR-HEADING-1	PIC X(80)	VALUE
    "ACTIVE OPERATORS - RUNS IN THE LAST QUARTER".

01 WS-OPERATOR-HEADING-2	PIC X(132)	VALUE
    "  OPERATOR  NAME                            MANAGER      LIMIT    RUNS  LARGEST RUN  CERTIFIED  LAPSES    STATUS".

01 WS-OPERATOR-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-OPERATOR-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-NAME		PIC X(30).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-MANAGER-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-MAX-RUNS		PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-RUN-COUNT		PIC ZZZZZ9.
    05  FILLER			PIC X(5)	VALUE SPACES.
    05  WS-OD-LARGEST-RUN	PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-CERT-DATE		PIC X(8).
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-OD-LAPSE-DATE	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-OD-STATUS		PIC X(8).

01 WS-NONE-LINE		PIC X(80)	VALUE
    "  (NONE)".

01 WS-DECISION-TOTAL-LINE.
    05  FILLER			PIC X(11)	VALUE "SIGN-OFFS: ".
    05  WS-TL-DECISIONS		PIC ZZZZZ9.
    05  FILLER			PIC X(12)	VALUE "  ACCEPTED: ".
    05  WS-TL-ACCEPTED		PIC ZZZZZ9.
    05  FILLER			PIC X(12)	VALUE "  REJECTED: ".
    05  WS-TL-REJECTED		PIC ZZZZZ9.

01 WS-OPERATOR-TOTAL-LINE.
    05  FILLER			PIC X(18)	VALUE "ACTIVE OPERATORS: ".
    05  WS-TL-ACTIVE		PIC ZZZZZ9.
    05  FILLER			PIC X(7)	VALUE "  DUE: ".
    05  WS-TL-DUE		PIC ZZZZZ9.
    05  FILLER			PIC X(11)	VALUE "  OVERDUE: ".
    05  WS-TL-OVERDUE		PIC ZZZZZ9.
    05  FILLER			PIC X(10)	VALUE "  LAPSED: ".
    05  WS-TL-LAPSED		PIC ZZZZZ9.

01 WS-REPORT-ONLY-LINE	PIC X(80)	VALUE
    "*** REPORT-ONLY RUN - NO OPERATOR HAS BEEN CHANGED ***".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter running Operator ID"
	ACCEPT WS-MAINTAINER-ID
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	DISPLAY "Enter run mode (U=update, R=report only)"
	ACCEPT WS-RUN-MODE
	IF WS-RUN-MODE NOT = "U"
		MOVE "R" TO WS-RUN-MODE
	END-IF

	COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
	COMPUTE WS-DAY-NUMBER = WS-TODAY-INT - WS-CERT-INTERVAL-DAYS
	COMPUTE WS-REVIEW-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)

	PERFORM Open-Operator-Master
	PERFORM Validate-Maintainer
	IF UPDATE-MODE
		PERFORM Open-Change-Journal
		PERFORM Open-Error-Log
		OPEN INPUT PI-CERT-DECISIONS
		IF WS-CERTRN-STATUS NOT = "00"
			DISPLAY "PIRECERT: PI-CERT-DECISIONS could not be opened,"
				" status=" WS-CERTRN-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	OPEN OUTPUT PI-CERT-REPORT
	IF WS-CERRPT-STATUS NOT = "00"
		DISPLAY "PIRECERT: PI-CERT-REPORT could not be opened,"
			" status=" WS-CERRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	IF UPDATE-MODE
		MOVE "UPDATE" TO WS-RH1-MODE
	ELSE
		MOVE "REPORT ONLY" TO WS-RH1-MODE
	END-IF
	MOVE WS-MAINTAINER-ID TO WS-RH1-OPERATOR-ID
	MOVE WS-TODAY TO WS-RH1-DATE
	WRITE PI-CERT-REPORT-RECORD FROM WS-REPORT-HEADING-1

	*> Decisions first, so a manager's keep can still save an operator
	*> whose certification would otherwise lapse tonight.
	IF UPDATE-MODE
		WRITE PI-CERT-REPORT-RECORD FROM WS-BLANK-LINE
		WRITE PI-CERT-REPORT-RECORD FROM WS-DECISION-HEADING-1
		WRITE PI-CERT-REPORT-RECORD FROM WS-DECISION-HEADING-2
		PERFORM UNTIL CERTRN-EOF
			READ PI-CERT-DECISIONS
				AT END
					SET CERTRN-EOF TO TRUE
				NOT AT END
					PERFORM Process-Decision
			END-READ
		END-PERFORM
		IF WS-DECISION-COUNT = 0
			WRITE PI-CERT-REPORT-RECORD FROM WS-NONE-LINE
		END-IF
		CLOSE PI-CERT-DECISIONS

		WRITE PI-CERT-REPORT-RECORD FROM WS-BLANK-LINE
		WRITE PI-CERT-REPORT-RECORD FROM WS-LAPSE-HEADING-1
		WRITE PI-CERT-REPORT-RECORD FROM WS-LAPSE-HEADING-2
	END-IF

	PERFORM Load-Operator-Table
	IF UPDATE-MODE AND WS-LAPSED-COUNT = 0
		WRITE PI-CERT-REPORT-RECORD FROM WS-NONE-LINE
	END-IF
	PERFORM Scan-Run-History
	PERFORM Write-Operator-Listing

	WRITE PI-CERT-REPORT-RECORD FROM WS-BLANK-LINE
	IF UPDATE-MODE
		MOVE WS-DECISION-COUNT TO WS-TL-DECISIONS
		MOVE WS-ACCEPTED-COUNT TO WS-TL-ACCEPTED
		MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
		WRITE PI-CERT-REPORT-RECORD FROM WS-DECISION-TOTAL-LINE
	END-IF
	MOVE WS-OPERATOR-COUNT TO WS-TL-ACTIVE
	MOVE WS-DUE-COUNT TO WS-TL-DUE
	MOVE WS-OVERDUE-COUNT TO WS-TL-OVERDUE
	MOVE WS-LAPSED-COUNT TO WS-TL-LAPSED
	WRITE PI-CERT-REPORT-RECORD FROM WS-OPERATOR-TOTAL-LINE
	IF NOT UPDATE-MODE
		WRITE PI-CERT-REPORT-RECORD FROM WS-REPORT-ONLY-LINE
	END-IF

	CLOSE PI-CERT-REPORT
	CLOSE PI-OPERATOR-MASTER
	IF UPDATE-MODE
		CLOSE PI-CHANGE-JOURNAL
		CLOSE PI-ERROR-LOG
	END-IF

	DISPLAY "PIRECERT: " WS-OPERATOR-COUNT " active operator(s), "
		WS-DUE-COUNT " due, " WS-OVERDUE-COUNT " overdue, "
		WS-LAPSED-COUNT " lapsed"
	IF UPDATE-MODE
		DISPLAY "PIRECERT: " WS-DECISION-COUNT " sign-off(s), "
			WS-ACCEPTED-COUNT " accepted, " WS-REJECTED-COUNT
			" rejected"
	END-IF
	IF WS-REJECTED-COUNT > 0 OR WS-LAPSED-COUNT > 0
	  OR WS-OVERDUE-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Open-Operator-Master.
	*> Unlike the maintenance programs this one never creates the
	*> master - there is nobody to recertify without one.
	IF UPDATE-MODE
		OPEN I-O PI-OPERATOR-MASTER
	ELSE
		OPEN INPUT PI-OPERATOR-MASTER
	END-IF
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PIRECERT: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator, read through this run's
	*> own open of the operator master.
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PIRECERT: operator " WS-MAINTAINER-ID
				" not on the operator master - run refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PIRECERT: operator " WS-MAINTAINER-ID
			" is inactive - run refused"
		CLOSE PI-OPERATOR-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.

Open-Change-Journal.
	*> Opened before anything is applied: if the journal can't be
	*> written, no operator may be changed.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PIRECERT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Open-Error-Log.
	OPEN EXTEND PI-ERROR-LOG
	IF WS-ERRLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-ERROR-LOG
		IF WS-ERRLOG-STATUS NOT = "00"
			DISPLAY "PIRECERT: PI-ERROR-LOG could not be opened,"
				" status=" WS-ERRLOG-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Process-Decision.
	ADD 1 TO WS-DECISION-COUNT
	MOVE SPACES TO WS-REJECT-REASON
	PERFORM Apply-Decision
	MOVE CRT-MANAGER-ID TO WS-DD-MANAGER-ID
	MOVE CRT-OPERATOR-ID TO WS-DD-OPERATOR-ID
	MOVE CRT-DECISION TO WS-DD-DECISION
	MOVE SPACES TO WS-DD-NEW-MAX-RUNS
	IF CERT-LOWER-LIMIT
		MOVE CRT-NEW-MAX-RUNS TO WS-DD-NEW-MAX-RUNS
	END-IF
	MOVE WS-REJECT-REASON TO WS-DD-REASON
	MOVE CRT-REASON TO WS-DD-MANAGER-REASON
	IF WS-REJECT-REASON = SPACES
		MOVE "ACCEPTED" TO WS-DD-RESULT
		ADD 1 TO WS-ACCEPTED-COUNT
	ELSE
		MOVE "REJECTED" TO WS-DD-RESULT
		ADD 1 TO WS-REJECTED-COUNT
	END-IF
	WRITE PI-CERT-REPORT-RECORD FROM WS-DECISION-DETAIL-LINE.

Apply-Decision.
	IF NOT CERT-KEEP AND NOT CERT-LOWER-LIMIT AND NOT CERT-REVOKE
		MOVE "Decision must be K, L or R" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	IF CRT-OPERATOR-ID = SPACES
		MOVE "Operator ID is required" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	IF CRT-MANAGER-ID = CRT-OPERATOR-ID
		MOVE "Manager cannot sign off self" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF

	MOVE CRT-MANAGER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			MOVE "Manager not on operator master" TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-READ
	IF NOT OPERATOR-ACTIVE
		MOVE "Manager is inactive" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF

	MOVE CRT-OPERATOR-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			MOVE "Operator not on master" TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-READ
	IF NOT OPERATOR-ACTIVE
		MOVE "Operator is already inactive" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	*> The first manager to sign an unassigned operator off becomes
	*> that operator's responsible manager.
	IF OPR-MANAGER-ID NOT = SPACES
	  AND OPR-MANAGER-ID NOT = CRT-MANAGER-ID
		MOVE "Not the responsible manager" TO WS-REJECT-REASON
		EXIT PARAGRAPH
	END-IF
	IF CERT-LOWER-LIMIT
		IF FUNCTION TRIM(CRT-NEW-MAX-RUNS) IS NUMERIC
			COMPUTE WS-NEW-MAX-RUNS = FUNCTION NUMVAL(CRT-NEW-MAX-RUNS)
		ELSE
			MOVE 0 TO WS-NEW-MAX-RUNS
		END-IF
		IF WS-NEW-MAX-RUNS NOT > 9
			MOVE "Limit must be numeric, over 9" TO WS-REJECT-REASON
			EXIT PARAGRAPH
		END-IF
		IF WS-NEW-MAX-RUNS NOT < OPR-MAX-NUMBER-OF-RUNS
			MOVE "New limit not below current" TO WS-REJECT-REASON
			EXIT PARAGRAPH
		END-IF
	END-IF

	MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
	MOVE CRT-MANAGER-ID TO OPR-MANAGER-ID
	EVALUATE TRUE
		WHEN CERT-KEEP
			MOVE WS-TODAY TO OPR-LAST-CERTIFIED-DATE
			MOVE "C" TO WS-JOURNAL-ACTION
		WHEN CERT-LOWER-LIMIT
			MOVE WS-NEW-MAX-RUNS TO OPR-MAX-NUMBER-OF-RUNS
			MOVE WS-TODAY TO OPR-LAST-CERTIFIED-DATE
			MOVE "C" TO WS-JOURNAL-ACTION
		WHEN CERT-REVOKE
			MOVE "I" TO OPR-ACTIVE-FLAG
			MOVE "D" TO WS-JOURNAL-ACTION
	END-EVALUATE
	REWRITE PI-OPERATOR-RECORD
		INVALID KEY
			MOVE WS-OPRMST-STATUS TO WS-UF-STATUS
			MOVE WS-UPDATE-FAILED-REASON TO WS-REJECT-REASON
			EXIT PARAGRAPH
	END-REWRITE
	MOVE OPR-OPERATOR-ID TO WS-JOURNAL-KEY
	MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record.

Load-Operator-Table.
	*> One pass of the master in key order. In update mode an active
	*> operator whose certification has lapsed is deactivated here
	*> and listed as a lapse rather than as an active operator.
	MOVE LOW-VALUES TO OPR-OPERATOR-ID
	START PI-OPERATOR-MASTER KEY NOT < OPR-OPERATOR-ID
	IF WS-OPRMST-STATUS NOT = "00"
		SET OPRMST-EOF TO TRUE
	END-IF
	PERFORM UNTIL OPRMST-EOF
		READ PI-OPERATOR-MASTER NEXT RECORD
			AT END
				SET OPRMST-EOF TO TRUE
			NOT AT END
				IF OPERATOR-ACTIVE
					PERFORM Check-Operator-Certification
				END-IF
		END-READ
	END-PERFORM.

Check-Operator-Certification.
	*> A zero or invalid last-certified date counts as never
	*> certified: overdue, with no lapse date to show.
	MOVE 0 TO WS-LAPSE-DATE
	IF OPR-LAST-CERTIFIED-DATE = 0
	  OR FUNCTION TEST-DATE-YYYYMMDD(OPR-LAST-CERTIFIED-DATE) NOT = 0
		SET CERT-OVERDUE TO TRUE
	ELSE
		COMPUTE WS-CERT-INT =
			FUNCTION INTEGER-OF-DATE(OPR-LAST-CERTIFIED-DATE)
		COMPUTE WS-DAY-NUMBER =
			WS-CERT-INT + WS-CERT-INTERVAL-DAYS + WS-CERT-GRACE-DAYS
		COMPUTE WS-LAPSE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
		EVALUATE TRUE
			WHEN WS-TODAY-INT > WS-DAY-NUMBER
				SET CERT-OVERDUE TO TRUE
			WHEN WS-TODAY-INT > WS-CERT-INT + WS-CERT-INTERVAL-DAYS
				SET CERT-DUE TO TRUE
			WHEN OTHER
				SET CERT-CURRENT TO TRUE
		END-EVALUATE
	END-IF

	IF CERT-OVERDUE AND UPDATE-MODE
		PERFORM Lapse-Operator
		EXIT PARAGRAPH
	END-IF
	IF CERT-OVERDUE
		ADD 1 TO WS-OVERDUE-COUNT
	END-IF
	IF CERT-DUE
		ADD 1 TO WS-DUE-COUNT
	END-IF

	IF WS-OPERATOR-COUNT < WS-TABLE-MAX
		ADD 1 TO WS-OPERATOR-COUNT
		MOVE OPR-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OPERATOR-COUNT)
		MOVE OPR-OPERATOR-NAME TO WS-OT-NAME (WS-OPERATOR-COUNT)
		MOVE OPR-MANAGER-ID TO WS-OT-MANAGER-ID (WS-OPERATOR-COUNT)
		MOVE OPR-MAX-NUMBER-OF-RUNS TO WS-OT-MAX-RUNS (WS-OPERATOR-COUNT)
		MOVE OPR-LAST-CERTIFIED-DATE
			TO WS-OT-CERT-DATE (WS-OPERATOR-COUNT)
		MOVE WS-LAPSE-DATE TO WS-OT-LAPSE-DATE (WS-OPERATOR-COUNT)
		MOVE WS-CERT-STATUS TO WS-OT-STATUS (WS-OPERATOR-COUNT)
		MOVE 0 TO WS-OT-RUN-COUNT (WS-OPERATOR-COUNT)
		MOVE 0 TO WS-OT-LARGEST-RUN (WS-OPERATOR-COUNT)
	ELSE
		*> Still counted as due/overdue above - only the listing line
		*> is lost when the table is full.
		DISPLAY "PIRECERT: operator table full - " OPR-OPERATOR-ID
			" not listed"
	END-IF.

Lapse-Operator.
	MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-BEFORE
	MOVE "I" TO OPR-ACTIVE-FLAG
	REWRITE PI-OPERATOR-RECORD
		INVALID KEY
			DISPLAY "PIRECERT: lapse of operator " OPR-OPERATOR-ID
				" failed, status=" WS-OPRMST-STATUS
			ADD 1 TO WS-OVERDUE-COUNT
			EXIT PARAGRAPH
	END-REWRITE
	ADD 1 TO WS-LAPSED-COUNT
	MOVE OPR-OPERATOR-ID TO WS-JOURNAL-KEY
	MOVE "D" TO WS-JOURNAL-ACTION
	MOVE PI-OPERATOR-RECORD TO WS-JOURNAL-AFTER
	PERFORM Write-Journal-Record

	*> Logged under the lapsed operator's own ID, with the date last
	*> certified as the offending value.
	MOVE SPACES TO PI-ERROR-LOG-RECORD
	ACCEPT ERR-DATE FROM DATE YYYYMMDD
	ACCEPT ERR-TIME FROM TIME
	MOVE OPR-OPERATOR-ID TO ERR-OPERATOR-ID
	MOVE OPR-LAST-CERTIFIED-DATE TO ERR-BAD-VALUE
	MOVE "Certification lapsed" TO ERR-REASON
	WRITE PI-ERROR-LOG-RECORD

	MOVE OPR-OPERATOR-ID TO WS-LD-OPERATOR-ID
	MOVE OPR-OPERATOR-NAME TO WS-LD-NAME
	MOVE OPR-MANAGER-ID TO WS-LD-MANAGER-ID
	IF WS-LAPSE-DATE = 0
		MOVE "NEVER" TO WS-LD-CERT-DATE
		MOVE SPACES TO WS-LD-LAPSE-DATE
	ELSE
		MOVE OPR-LAST-CERTIFIED-DATE TO WS-LD-CERT-DATE
		MOVE WS-LAPSE-DATE TO WS-LD-LAPSE-DATE
	END-IF
	WRITE PI-CERT-REPORT-RECORD FROM WS-LAPSE-DETAIL-LINE.

Scan-Run-History.
	*> The quarter under review: every history record dated on or
	*> after the review-from date. No history yet simply means no
	*> runs.
	OPEN INPUT PI-RUN-HISTORY
	IF WS-HISTORY-STATUS = "35"
		EXIT PARAGRAPH
	END-IF
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PIRECERT: PI-RUN-HISTORY could not be opened, status="
			WS-HISTORY-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-REVIEW-FROM-DATE TO HST-RUN-DATE
	MOVE 0 TO HST-RUN-TIME
	MOVE 0 TO HST-RECORD-ORDINAL
	START PI-RUN-HISTORY KEY NOT < HST-KEY
	IF WS-HISTORY-STATUS NOT = "00"
		SET HISTORY-EOF TO TRUE
	END-IF
	PERFORM UNTIL HISTORY-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				PERFORM Tally-History-Record
		END-READ
	END-PERFORM
	CLOSE PI-RUN-HISTORY.

Tally-History-Record.
	MOVE "N" TO WS-TABLE-FOUND
	MOVE 1 TO WS-TABLE-SUB
	PERFORM UNTIL TABLE-FOUND OR WS-TABLE-SUB > WS-OPERATOR-COUNT
		IF WS-OT-OPERATOR-ID (WS-TABLE-SUB) = HST-OPERATOR-ID
			SET TABLE-FOUND TO TRUE
		ELSE
			ADD 1 TO WS-TABLE-SUB
		END-IF
	END-PERFORM
	IF TABLE-FOUND
		ADD 1 TO WS-OT-RUN-COUNT (WS-TABLE-SUB)
		IF HST-NUMBER-OF-RUNS > WS-OT-LARGEST-RUN (WS-TABLE-SUB)
			MOVE HST-NUMBER-OF-RUNS TO WS-OT-LARGEST-RUN (WS-TABLE-SUB)
		END-IF
	END-IF.

Write-Operator-Listing.
	WRITE PI-CERT-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-CERT-REPORT-RECORD FROM WS-OPERATOR-HEADING-1
	WRITE PI-CERT-REPORT-RECORD FROM WS-OPERATOR-HEADING-2
	IF WS-OPERATOR-COUNT = 0
		WRITE PI-CERT-REPORT-RECORD FROM WS-NONE-LINE
	END-IF
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-OPERATOR-COUNT
		MOVE WS-OT-OPERATOR-ID (WS-TABLE-SUB) TO WS-OD-OPERATOR-ID
		MOVE WS-OT-NAME (WS-TABLE-SUB) TO WS-OD-NAME
		MOVE WS-OT-MANAGER-ID (WS-TABLE-SUB) TO WS-OD-MANAGER-ID
		MOVE WS-OT-MAX-RUNS (WS-TABLE-SUB) TO WS-OD-MAX-RUNS
		MOVE WS-OT-RUN-COUNT (WS-TABLE-SUB) TO WS-OD-RUN-COUNT
		MOVE WS-OT-LARGEST-RUN (WS-TABLE-SUB) TO WS-OD-LARGEST-RUN
		IF WS-OT-LAPSE-DATE (WS-TABLE-SUB) = 0
			MOVE "NEVER" TO WS-OD-CERT-DATE
			MOVE SPACES TO WS-OD-LAPSE-DATE
		ELSE
			MOVE WS-OT-CERT-DATE (WS-TABLE-SUB) TO WS-OD-CERT-DATE
			MOVE WS-OT-LAPSE-DATE (WS-TABLE-SUB) TO WS-OD-LAPSE-DATE
		END-IF
		MOVE WS-OT-STATUS (WS-TABLE-SUB) TO WS-OD-STATUS
		WRITE PI-CERT-REPORT-RECORD FROM WS-OPERATOR-DETAIL-LINE
	END-PERFORM.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PIRECERT" TO JRN-PROGRAM
	MOVE "PIOPRMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIRECERT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.
