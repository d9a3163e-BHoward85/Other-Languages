 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIINTCHK.
AUTHOR. Brad Howard.
*> Weekly referential-integrity sweep (see jcl/PIINTJOB.jcl). The
*> masters and logs point at each other by operator ID, run ID and
*> date; this walks every one of those links and lists each that no
*> longer holds, so drift is caught before it turns up as a wrong
*> usage statement or a missing report. The rules, in report order:
*>   1 HIGH  a PI-RUN-HISTORY record whose HST-OPERATOR-ID is not on
*>           PI-OPERATOR-MASTER - PIUSAGE cannot bill it
*>   2 LOW   an "A" (approved) PI-APPROVAL-QUEUE request that no
*>           PI-RUN-PARM record can match again: its requesting
*>           operator is gone or inactive (Lab4 refuses the ID), its
*>           NumberOfRuns is over that operator's limit (Lab4 rejects
*>           the record before the gate), or it is no longer over the
*>           PI-CALC-PARM approval threshold (the gate never looks)
*>   3 HIGH  a "U" (used) approval with no history record for its
*>           requesting operator dated on or after the day it was
*>           signed - the signature was spent with nothing to show
*>   4 LOW   an active PI-DISTRIBUTION-MASTER recipient selecting by
*>           an operator ID that is deactivated or not on the master
*>           - PIRPTFMT sends it an empty cut every night
*>   5 HIGH  an active, unexpired PI-SCHEDULE-MASTER definition whose
*>           NumberOfRuns (0 = the PI-CALC-PARM default) is over the
*>           limit of every active operator - Lab4 rejects the
*>           generated record every night it is due
*>   6 HIGH  a run ID on PI-CALC-AUDIT-LOG with no history record, or
*>           on PI-RUN-HISTORY with no audit entry
*> Rules 3 and 6 only judge what the history master still holds:
*> approvals signed, and audit entries dated, before its oldest
*> record belong to periods PIHSTARC has archived and are counted as
*> not checked.
*> The exceptions report (PIINTRPT) has one section per rule - the
*> offending keys with the detail, and the rule's count - and a
*> summary of every rule's count at the end. A master that does not
*> exist yet (status 35) leaves its rules unchecked, shown as such.
*> Nothing is read from SYSIN and every file is opened for input
*> only - the sweep reports, it never repairs.
*>   RETURN-CODE = 0  no exceptions
*>   RETURN-CODE = 4  low-severity exceptions only
*>   RETURN-CODE = 8  one or more high-severity rules fired
*>   RETURN-CODE = 12 a master or log could not be opened - sweep
*>                    not completed

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT PI-APPROVAL-QUEUE ASSIGN TO "PIAPPRQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-KEY
        FILE STATUS IS WS-APPRQ-STATUS.

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

    SELECT PI-CALC-PARM ASSIGN TO "PICALPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALCPARM-STATUS.

    SELECT PI-CALC-AUDIT-LOG ASSIGN TO "PICALAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT PI-INTEGRITY-REPORT ASSIGN TO "PIINTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

FD  PI-APPROVAL-QUEUE.
    COPY PIAPPREC.

FD  PI-SCHEDULE-MASTER.
    COPY PISCHREC.

FD  PI-DISTRIBUTION-MASTER.
    COPY PIDSTREC.

FD  PI-CALC-PARM
    RECORDING MODE IS F.
    COPY PICALPRM.

*> Re-read view of Lab4's PI-CALC-AUDIT-LOG-RECORD - only the date
*> and the run ID are needed here.
FD  PI-CALC-AUDIT-LOG
    RECORDING MODE IS F.
01  INT-AUDIT-RECORD.
    05  INT-AUD-DATE                PIC 9(8).
    05  FILLER                      PIC X(46).
    05  INT-AUD-RUN-ID              PIC X(16).

FD  PI-INTEGRITY-REPORT
    RECORDING MODE IS F.
01  PI-INTEGRITY-REPORT-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
77 WS-OPRMST-STATUS	PIC XX.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-APPRQ-STATUS	PIC XX.

77 WS-SCHMST-STATUS	PIC XX.

77 WS-DSTMST-STATUS	PIC XX.

77 WS-CALCPARM-STATUS	PIC XX.

77 WS-AUDIT-STATUS	PIC XX.

77 WS-INTRPT-STATUS	PIC XX.

77 WS-OPRMST-EOF	PIC X			VALUE "N".
    88 OPRMST-EOF			VALUE "Y".

77 WS-HISTORY-EOF	PIC X			VALUE "N".
    88 HISTORY-EOF			VALUE "Y".

77 WS-APPRQ-EOF		PIC X			VALUE "N".
    88 APPRQ-EOF			VALUE "Y".

77 WS-SCHMST-EOF	PIC X			VALUE "N".
    88 SCHMST-EOF			VALUE "Y".

77 WS-DSTMST-EOF	PIC X			VALUE "N".
    88 DSTMST-EOF			VALUE "Y".

77 WS-AUDIT-EOF		PIC X			VALUE "N".
    88 AUDIT-EOF			VALUE "Y".

*> Set when the approval-queue, schedule or distribution master does
*> not exist yet - its rules are reported as not checked.
77 WS-APPRQ-PRESENT	PIC X			VALUE "Y".
    88 APPRQ-PRESENT			VALUE "Y".

77 WS-SCHMST-PRESENT	PIC X			VALUE "Y".
    88 SCHMST-PRESENT			VALUE "Y".

77 WS-DSTMST-PRESENT	PIC X			VALUE "Y".
    88 DSTMST-PRESENT			VALUE "Y".

77 WS-TODAY		PIC 9(8).

77 WS-APPROVAL-THRESHOLD	PIC 9(8)	VALUE 0.

77 WS-DEFAULT-NUMBER-OF-RUNS	PIC 9(8)	VALUE 0.

*> The highest OPR-MAX-NUMBER-OF-RUNS among the active operators.
77 WS-HIGHEST-ACTIVE-LIMIT	PIC 9(8)	VALUE 0.

77 WS-ACTIVE-OPERATOR-COUNT	PIC 9(6)	VALUE 0.

*> The oldest HST-RUN-DATE on the master - 99999999 while the master
*> is empty, so nothing is judged against it.
77 WS-EARLIEST-DATE	PIC 9(8)		VALUE 99999999.

77 WS-HISTORY-COUNT	PIC 9(8)		VALUE 0.

77 WS-AUDIT-COUNT	PIC 9(8)		VALUE 0.

77 WS-AUDIT-SKIPPED	PIC 9(8)		VALUE 0.

*> The operator looked up last, and what was found - consecutive
*> history records are usually the same operator's.
77 WS-LOOKUP-OPERATOR-ID	PIC X(8).

77 WS-LAST-OPERATOR-ID	PIC X(8)	VALUE LOW-VALUES.

77 WS-LAST-OPERATOR-STATE	PIC X		VALUE SPACE.

77 WS-OPERATOR-STATE	PIC X			VALUE SPACE.
    88 OPERATOR-FOUND-ACTIVE		VALUE "A".
    88 OPERATOR-FOUND-INACTIVE		VALUE "I".
    88 OPERATOR-NOT-FOUND		VALUE "N".

77 WS-OPERATOR-LIMIT	PIC 9(8)		VALUE 0.

77 WS-LAST-OPERATOR-LIMIT	PIC 9(8)	VALUE 0.

77 WS-SCHEDULE-RUNS	PIC 9(8).

77 WS-SL-COUNT-EDIT	PIC ZZZZZZZZZZ9.

77 WS-EXCEPTION-REASON	PIC X(40).

77 WS-RULE-NO		PIC 9			VALUE 0.

77 WS-RULE-SUB		PIC 9			VALUE 0.

77 WS-HIGH-FIRED	PIC X			VALUE "N".
    88 HIGH-FIRED			VALUE "Y".

77 WS-LOW-FIRED		PIC X			VALUE "N".
    88 LOW-FIRED			VALUE "Y".

77 WS-TABLE-FOUND	PIC X			VALUE "N".
    88 TABLE-FOUND			VALUE "Y".

77 WS-TABLE-SUB		PIC 9(4)		VALUE 0.

77 WS-LAST-SUB		PIC 9(4)		VALUE 0.

77 WS-USED-COUNT	PIC 9(4)		VALUE 0.

77 WS-USED-MAX		PIC 9(4)		VALUE 500.

77 WS-USED-UNCHECKED	PIC 9(6)		VALUE 0.

77 WS-USED-ARCHIVED	PIC 9(6)		VALUE 0.

77 WS-RUN-ID-COUNT	PIC 9(4)		VALUE 0.

77 WS-RUN-ID-MAX	PIC 9(4)		VALUE 3000.

77 WS-RUN-ID-UNTALLIED	PIC 9(8)		VALUE 0.

77 WS-TALLY-RUN-ID	PIC X(16).

77 WS-TALLY-SOURCE	PIC X.
    88 TALLY-HISTORY			VALUE "H".
    88 TALLY-AUDIT			VALUE "A".

*> One entry per rule, in report order.
01 WS-RULE-TABLE.
    05  WS-RULE-ENTRY OCCURS 6 TIMES.
        10  WS-RL-SEVERITY	PIC X(4).
            88 RULE-HIGH			VALUE "HIGH".
        10  WS-RL-TITLE		PIC X(60).
        10  WS-RL-COUNT		PIC 9(6).
        10  WS-RL-CHECKED	PIC X.
            88 RULE-CHECKED			VALUE "Y".
            88 RULE-NOT-CHECKED			VALUE "N".

*> Every "U" approval still judgeable, and whether a history record
*> has been found for it. The queue holds only large one-off asks.
01 WS-USED-TABLE.
    05  WS-USED-ENTRY OCCURS 500 TIMES.
        10  WS-UT-KEY		PIC X(24).
        10  WS-UT-OPERATOR-ID	PIC X(8).
        10  WS-UT-SIGNED-DATE	PIC 9(8).
        10  WS-UT-MATCHED	PIC X.
            88 USED-MATCHED			VALUE "Y".

*> One entry per run ID seen on the master or the audit log. A
*> year of nightly and partitioned runs between archivals is well
*> under the cap.
01 WS-RUN-ID-TABLE.
    05  WS-RUN-ID-ENTRY OCCURS 3000 TIMES.
        10  WS-RT-RUN-ID	PIC X(16).
        10  WS-RT-HISTORY-COUNT	PIC 9(6).
        10  WS-RT-AUDIT-COUNT	PIC 9(6).

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(34)
	VALUE "REFERENTIAL INTEGRITY SWEEP - ".
    05  FILLER			PIC X(6)	VALUE "DATE: ".
    05  WS-RH1-DATE		PIC 9(8).

01 WS-RULE-HEADING.
    05  FILLER			PIC X(5)	VALUE "RULE ".
    05  WS-RUH-RULE-NO		PIC 9.
    05  FILLER			PIC X(3)	VALUE " - ".
    05  WS-RUH-TITLE		PIC X(60).
    05  FILLER			PIC X(12)	VALUE "  SEVERITY: ".
    05  WS-RUH-SEVERITY		PIC X(4).

01 WS-EXCEPTION-HEADING	PIC X(132)	VALUE
    "  KEY                       DETAIL".

01 WS-EXCEPTION-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-EL-KEY		PIC X(24).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-EL-DETAIL		PIC X(80).

01 WS-RULE-COUNT-LINE.
    05  FILLER			PIC X(14)	VALUE "  EXCEPTIONS: ".
    05  WS-RCL-COUNT		PIC ZZZZZ9.

01 WS-NOT-CHECKED-LINE.
    05  FILLER			PIC X(16)	VALUE "  NOT CHECKED - ".
    05  WS-NCL-REASON		PIC X(60).

01 WS-NOTE-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-NL-LABEL		PIC X(50).
    05  WS-NL-COUNT		PIC ZZZZZZZ9.

01 WS-SUMMARY-HEADING-1	PIC X(80)	VALUE
    "SUMMARY BY RULE".

01 WS-SUMMARY-HEADING-2	PIC X(132)	VALUE
    "  RULE  SEVERITY  EXCEPTIONS  DESCRIPTION".

01 WS-SUMMARY-LINE.
    05  FILLER			PIC X(4)	VALUE SPACES.
    05  WS-SL-RULE-NO		PIC 9.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-SL-SEVERITY		PIC X(4).
    05  FILLER			PIC X(4)	VALUE SPACES.
    05  WS-SL-COUNT		PIC X(11).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-SL-TITLE		PIC X(60).

01 WS-CLEAN-LINE	PIC X(80)	VALUE
    "NO EXCEPTIONS - EVERY LINK CHECKED HOLDS".

01 WS-HIGH-LINE		PIC X(80)	VALUE
    "*** HIGH-SEVERITY EXCEPTIONS - INVESTIGATE BEFORE THE NEXT BILLING RUN ***".

01 WS-LOW-LINE		PIC X(80)	VALUE
    "LOW-SEVERITY EXCEPTIONS ONLY - TIDY UP AT THE NEXT MAINTENANCE".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	PERFORM Set-Up-Rules

	OPEN OUTPUT PI-INTEGRITY-REPORT
	IF WS-INTRPT-STATUS NOT = "00"
		DISPLAY "PIINTCHK: PI-INTEGRITY-REPORT could not be opened,"
			" status=" WS-INTRPT-STATUS
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TODAY TO WS-RH1-DATE
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-REPORT-HEADING-1

	PERFORM Open-Files
	PERFORM Load-Calc-Parm
	PERFORM Find-Highest-Active-Limit
	IF APPRQ-PRESENT
		PERFORM Load-Used-Approvals
	END-IF

	*> Rule 1 is reported as the history is walked; the walk also
	*> settles the "U" approvals and tallies the run IDs for rules 3
	*> and 6, which are reported after rule 2.
	PERFORM Check-Run-History
	PERFORM Tally-Audit-Log
	PERFORM Check-Approved-Requests
	PERFORM Check-Used-Approvals
	PERFORM Check-Recipients
	PERFORM Check-Schedules
	PERFORM Check-Run-Ids

	CLOSE PI-OPERATOR-MASTER
	CLOSE PI-RUN-HISTORY
	CLOSE PI-CALC-AUDIT-LOG
	IF APPRQ-PRESENT
		CLOSE PI-APPROVAL-QUEUE
	END-IF
	IF SCHMST-PRESENT
		CLOSE PI-SCHEDULE-MASTER
	END-IF
	IF DSTMST-PRESENT
		CLOSE PI-DISTRIBUTION-MASTER
	END-IF

	PERFORM Write-Summary
	CLOSE PI-INTEGRITY-REPORT

	DISPLAY "PIINTCHK: rule exceptions 1-6: " WS-RL-COUNT (1) " "
		WS-RL-COUNT (2) " " WS-RL-COUNT (3) " " WS-RL-COUNT (4) " "
		WS-RL-COUNT (5) " " WS-RL-COUNT (6)
	EVALUATE TRUE
		WHEN HIGH-FIRED
			MOVE 8 TO RETURN-CODE
		WHEN LOW-FIRED
			MOVE 4 TO RETURN-CODE
		WHEN OTHER
			MOVE 0 TO RETURN-CODE
	END-EVALUATE
	STOP RUN.

Set-Up-Rules.
	MOVE "HIGH" TO WS-RL-SEVERITY (1)
	MOVE "HISTORY RECORDS WHOSE OPERATOR IS NOT ON THE OPERATOR MASTER"
		TO WS-RL-TITLE (1)
	MOVE "LOW" TO WS-RL-SEVERITY (2)
	MOVE "APPROVED REQUESTS NO RUN RECORD CAN MATCH AGAIN"
		TO WS-RL-TITLE (2)
	MOVE "HIGH" TO WS-RL-SEVERITY (3)
	MOVE "USED APPROVALS WITH NO HISTORY RECORD SINCE SIGNED"
		TO WS-RL-TITLE (3)
	MOVE "LOW" TO WS-RL-SEVERITY (4)
	MOVE "RECIPIENTS SELECTING A DEACTIVATED OR UNKNOWN OPERATOR"
		TO WS-RL-TITLE (4)
	MOVE "HIGH" TO WS-RL-SEVERITY (5)
	MOVE "SCHEDULES OVER EVERY ACTIVE OPERATOR'S RUN LIMIT"
		TO WS-RL-TITLE (5)
	MOVE "HIGH" TO WS-RL-SEVERITY (6)
	MOVE "RUN IDS ON THE AUDIT LOG OR THE HISTORY BUT NOT BOTH"
		TO WS-RL-TITLE (6)
	PERFORM VARYING WS-RULE-SUB FROM 1 BY 1 UNTIL WS-RULE-SUB > 6
		MOVE 0 TO WS-RL-COUNT (WS-RULE-SUB)
		SET RULE-CHECKED (WS-RULE-SUB) TO TRUE
	END-PERFORM.

Open-Files.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PIINTCHK: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS
		CLOSE PI-INTEGRITY-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT PI-RUN-HISTORY
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PIINTCHK: PI-RUN-HISTORY could not be opened,"
			" status=" WS-HISTORY-STATUS
		CLOSE PI-OPERATOR-MASTER
		CLOSE PI-INTEGRITY-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT PI-CALC-AUDIT-LOG
	IF WS-AUDIT-STATUS NOT = "00"
		DISPLAY "PIINTCHK: PI-CALC-AUDIT-LOG could not be opened,"
			" status=" WS-AUDIT-STATUS
		CLOSE PI-OPERATOR-MASTER
		CLOSE PI-RUN-HISTORY
		CLOSE PI-INTEGRITY-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	*> The approval queue, schedule and distribution masters are each
	*> created by their first use - one that does not exist yet has
	*> no links to break.
	OPEN INPUT PI-APPROVAL-QUEUE
	IF WS-APPRQ-STATUS NOT = "00"
		IF WS-APPRQ-STATUS NOT = "35"
			DISPLAY "PIINTCHK: PI-APPROVAL-QUEUE could not be opened,"
				" status=" WS-APPRQ-STATUS
			CLOSE PI-INTEGRITY-REPORT
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO WS-APPRQ-PRESENT
		SET RULE-NOT-CHECKED (2) TO TRUE
		SET RULE-NOT-CHECKED (3) TO TRUE
	END-IF
	OPEN INPUT PI-SCHEDULE-MASTER
	IF WS-SCHMST-STATUS NOT = "00"
		IF WS-SCHMST-STATUS NOT = "35"
			DISPLAY "PIINTCHK: PI-SCHEDULE-MASTER could not be opened,"
				" status=" WS-SCHMST-STATUS
			CLOSE PI-INTEGRITY-REPORT
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO WS-SCHMST-PRESENT
		SET RULE-NOT-CHECKED (5) TO TRUE
	END-IF
	OPEN INPUT PI-DISTRIBUTION-MASTER
	IF WS-DSTMST-STATUS NOT = "00"
		IF WS-DSTMST-STATUS NOT = "35"
			DISPLAY "PIINTCHK: PI-DISTRIBUTION-MASTER could not be"
				" opened, status=" WS-DSTMST-STATUS
			CLOSE PI-INTEGRITY-REPORT
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO WS-DSTMST-PRESENT
		SET RULE-NOT-CHECKED (4) TO TRUE
	END-IF.

Load-Calc-Parm.
	*> No PI-CALC-PARM, or an older record without the threshold,
	*> means dual control is off and every approved request is
	*> stranded - which is what rule 2 then says.
	OPEN INPUT PI-CALC-PARM
	IF WS-CALCPARM-STATUS = "00"
		READ PI-CALC-PARM
			AT END
				CONTINUE
			NOT AT END
				MOVE PCP-DEFAULT-NUMBER-OF-RUNS
					TO WS-DEFAULT-NUMBER-OF-RUNS
				IF PCP-APPROVAL-THRESHOLD-X IS NUMERIC
					MOVE PCP-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
				END-IF
		END-READ
		CLOSE PI-CALC-PARM
	END-IF.

Find-Highest-Active-Limit.
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
					ADD 1 TO WS-ACTIVE-OPERATOR-COUNT
					IF OPR-MAX-NUMBER-OF-RUNS > WS-HIGHEST-ACTIVE-LIMIT
						MOVE OPR-MAX-NUMBER-OF-RUNS
							TO WS-HIGHEST-ACTIVE-LIMIT
					END-IF
				END-IF
		END-READ
	END-PERFORM.

Look-Up-Operator.
	*> Sets WS-OPERATOR-STATE and WS-OPERATOR-LIMIT for
	*> WS-LOOKUP-OPERATOR-ID.
	IF WS-LOOKUP-OPERATOR-ID = WS-LAST-OPERATOR-ID
		MOVE WS-LAST-OPERATOR-STATE TO WS-OPERATOR-STATE
		MOVE WS-LAST-OPERATOR-LIMIT TO WS-OPERATOR-LIMIT
		EXIT PARAGRAPH
	END-IF
	MOVE WS-LOOKUP-OPERATOR-ID TO OPR-OPERATOR-ID
	MOVE 0 TO WS-OPERATOR-LIMIT
	READ PI-OPERATOR-MASTER
		INVALID KEY
			SET OPERATOR-NOT-FOUND TO TRUE
		NOT INVALID KEY
			MOVE OPR-MAX-NUMBER-OF-RUNS TO WS-OPERATOR-LIMIT
			IF OPERATOR-ACTIVE
				SET OPERATOR-FOUND-ACTIVE TO TRUE
			ELSE
				SET OPERATOR-FOUND-INACTIVE TO TRUE
			END-IF
	END-READ
	MOVE WS-LOOKUP-OPERATOR-ID TO WS-LAST-OPERATOR-ID
	MOVE WS-OPERATOR-STATE TO WS-LAST-OPERATOR-STATE
	MOVE WS-OPERATOR-LIMIT TO WS-LAST-OPERATOR-LIMIT.

Load-Used-Approvals.
	MOVE LOW-VALUES TO APR-KEY
	START PI-APPROVAL-QUEUE KEY NOT < APR-KEY
	IF WS-APPRQ-STATUS NOT = "00"
		SET APPRQ-EOF TO TRUE
	END-IF
	PERFORM UNTIL APPRQ-EOF
		READ PI-APPROVAL-QUEUE NEXT RECORD
			AT END
				SET APPRQ-EOF TO TRUE
			NOT AT END
				IF APPROVAL-USED
					IF WS-USED-COUNT < WS-USED-MAX
						ADD 1 TO WS-USED-COUNT
						MOVE APR-KEY TO WS-UT-KEY (WS-USED-COUNT)
						MOVE APR-REQUEST-OPERATOR-ID
							TO WS-UT-OPERATOR-ID (WS-USED-COUNT)
						MOVE APR-DECISION-DATE
							TO WS-UT-SIGNED-DATE (WS-USED-COUNT)
						MOVE "N" TO WS-UT-MATCHED (WS-USED-COUNT)
					ELSE
						ADD 1 TO WS-USED-UNCHECKED
					END-IF
				END-IF
		END-READ
	END-PERFORM
	IF WS-USED-UNCHECKED > 0
		DISPLAY "PIINTCHK: used-approval table full - "
			WS-USED-UNCHECKED " approval(s) not checked"
	END-IF.

Check-Run-History.
	MOVE 1 TO WS-RULE-NO
	PERFORM Write-Rule-Heading
	MOVE LOW-VALUES TO HST-KEY
	START PI-RUN-HISTORY KEY NOT < HST-KEY
	IF WS-HISTORY-STATUS NOT = "00"
		SET HISTORY-EOF TO TRUE
	END-IF
	SET TALLY-HISTORY TO TRUE
	PERFORM UNTIL HISTORY-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				PERFORM Check-History-Record
		END-READ
	END-PERFORM
	PERFORM Write-Rule-Count.

Check-History-Record.
	*> The key leads with the run date, so the first record read is
	*> the oldest on the master.
	IF WS-HISTORY-COUNT = 0
		MOVE HST-RUN-DATE TO WS-EARLIEST-DATE
	END-IF
	ADD 1 TO WS-HISTORY-COUNT

	MOVE HST-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
	PERFORM Look-Up-Operator
	IF OPERATOR-NOT-FOUND
		MOVE HST-KEY TO WS-EL-KEY
		MOVE SPACES TO WS-EL-DETAIL
		STRING "Operator " DELIMITED BY SIZE
			HST-OPERATOR-ID DELIMITED BY SIZE
			" not on master - run ID " DELIMITED BY SIZE
			HST-RUN-ID DELIMITED BY SIZE
			INTO WS-EL-DETAIL
		END-STRING
		PERFORM Write-Exception
	END-IF

	*> A used approval is accounted for by any run of its operator
	*> on or after the day it was signed.
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-USED-COUNT
		IF NOT USED-MATCHED (WS-TABLE-SUB)
		  AND WS-UT-OPERATOR-ID (WS-TABLE-SUB) = HST-OPERATOR-ID
		  AND HST-RUN-DATE NOT < WS-UT-SIGNED-DATE (WS-TABLE-SUB)
			SET USED-MATCHED (WS-TABLE-SUB) TO TRUE
		END-IF
	END-PERFORM

	MOVE HST-RUN-ID TO WS-TALLY-RUN-ID
	PERFORM Tally-Run-Id.

Tally-Audit-Log.
	SET TALLY-AUDIT TO TRUE
	PERFORM UNTIL AUDIT-EOF
		READ PI-CALC-AUDIT-LOG
			AT END
				SET AUDIT-EOF TO TRUE
			NOT AT END
				IF INT-AUD-DATE < WS-EARLIEST-DATE
					ADD 1 TO WS-AUDIT-SKIPPED
				ELSE
					ADD 1 TO WS-AUDIT-COUNT
					MOVE INT-AUD-RUN-ID TO WS-TALLY-RUN-ID
					PERFORM Tally-Run-Id
				END-IF
		END-READ
	END-PERFORM.

Tally-Run-Id.
	*> The records of one execution sit together on both files, so
	*> the entry matched last time is tried before the table walk.
	MOVE "N" TO WS-TABLE-FOUND
	IF WS-LAST-SUB > 0
		IF WS-RT-RUN-ID (WS-LAST-SUB) = WS-TALLY-RUN-ID
			SET TABLE-FOUND TO TRUE
			MOVE WS-LAST-SUB TO WS-TABLE-SUB
		END-IF
	END-IF
	IF NOT TABLE-FOUND
		MOVE 1 TO WS-TABLE-SUB
		PERFORM UNTIL TABLE-FOUND OR WS-TABLE-SUB > WS-RUN-ID-COUNT
			IF WS-RT-RUN-ID (WS-TABLE-SUB) = WS-TALLY-RUN-ID
				SET TABLE-FOUND TO TRUE
			ELSE
				ADD 1 TO WS-TABLE-SUB
			END-IF
		END-PERFORM
	END-IF
	IF NOT TABLE-FOUND
		IF WS-RUN-ID-COUNT < WS-RUN-ID-MAX
			ADD 1 TO WS-RUN-ID-COUNT
			MOVE WS-RUN-ID-COUNT TO WS-TABLE-SUB
			MOVE WS-TALLY-RUN-ID TO WS-RT-RUN-ID (WS-TABLE-SUB)
			MOVE 0 TO WS-RT-HISTORY-COUNT (WS-TABLE-SUB)
			MOVE 0 TO WS-RT-AUDIT-COUNT (WS-TABLE-SUB)
		ELSE
			ADD 1 TO WS-RUN-ID-UNTALLIED
			EXIT PARAGRAPH
		END-IF
	END-IF
	MOVE WS-TABLE-SUB TO WS-LAST-SUB
	IF TALLY-HISTORY
		ADD 1 TO WS-RT-HISTORY-COUNT (WS-TABLE-SUB)
	ELSE
		ADD 1 TO WS-RT-AUDIT-COUNT (WS-TABLE-SUB)
	END-IF.

Check-Approved-Requests.
	MOVE 2 TO WS-RULE-NO
	PERFORM Write-Rule-Heading
	IF NOT APPRQ-PRESENT
		MOVE "No approval queue" TO WS-NCL-REASON
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOT-CHECKED-LINE
		EXIT PARAGRAPH
	END-IF
	MOVE "N" TO WS-APPRQ-EOF
	MOVE LOW-VALUES TO APR-KEY
	START PI-APPROVAL-QUEUE KEY NOT < APR-KEY
	IF WS-APPRQ-STATUS NOT = "00"
		SET APPRQ-EOF TO TRUE
	END-IF
	PERFORM UNTIL APPRQ-EOF
		READ PI-APPROVAL-QUEUE NEXT RECORD
			AT END
				SET APPRQ-EOF TO TRUE
			NOT AT END
				IF APPROVAL-APPROVED
					PERFORM Check-Approved-Request
				END-IF
		END-READ
	END-PERFORM
	PERFORM Write-Rule-Count.

Check-Approved-Request.
	MOVE SPACES TO WS-EXCEPTION-REASON
	MOVE APR-REQUEST-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
	PERFORM Look-Up-Operator
	EVALUATE TRUE
		WHEN OPERATOR-NOT-FOUND
			MOVE "requesting operator not on master"
				TO WS-EXCEPTION-REASON
		WHEN OPERATOR-FOUND-INACTIVE
			MOVE "requesting operator inactive" TO WS-EXCEPTION-REASON
		WHEN APR-NUMBER-OF-RUNS > WS-OPERATOR-LIMIT
			MOVE "over the operator's run limit" TO WS-EXCEPTION-REASON
		WHEN WS-APPROVAL-THRESHOLD = 0
			MOVE "dual control is off" TO WS-EXCEPTION-REASON
		WHEN APR-NUMBER-OF-RUNS NOT > WS-APPROVAL-THRESHOLD
			MOVE "no longer over the approval threshold"
				TO WS-EXCEPTION-REASON
	END-EVALUATE
	IF WS-EXCEPTION-REASON = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE APR-KEY TO WS-EL-KEY
	MOVE SPACES TO WS-EL-DETAIL
	STRING "Operator " DELIMITED BY SIZE
		APR-REQUEST-OPERATOR-ID DELIMITED BY SIZE
		" runs " DELIMITED BY SIZE
		APR-NUMBER-OF-RUNS DELIMITED BY SIZE
		" - " DELIMITED BY SIZE
		WS-EXCEPTION-REASON DELIMITED BY SIZE
		INTO WS-EL-DETAIL
	END-STRING
	PERFORM Write-Exception.

Check-Used-Approvals.
	MOVE 3 TO WS-RULE-NO
	PERFORM Write-Rule-Heading
	IF NOT APPRQ-PRESENT
		MOVE "No approval queue" TO WS-NCL-REASON
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOT-CHECKED-LINE
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-USED-COUNT
		IF NOT USED-MATCHED (WS-TABLE-SUB)
			IF WS-UT-SIGNED-DATE (WS-TABLE-SUB) < WS-EARLIEST-DATE
				ADD 1 TO WS-USED-ARCHIVED
			ELSE
				MOVE WS-UT-KEY (WS-TABLE-SUB) TO WS-EL-KEY
				MOVE SPACES TO WS-EL-DETAIL
				STRING "Operator " DELIMITED BY SIZE
					WS-UT-OPERATOR-ID (WS-TABLE-SUB) DELIMITED BY SIZE
					" - no run on or after " DELIMITED BY SIZE
					WS-UT-SIGNED-DATE (WS-TABLE-SUB) DELIMITED BY SIZE
					INTO WS-EL-DETAIL
				END-STRING
				PERFORM Write-Exception
			END-IF
		END-IF
	END-PERFORM
	PERFORM Write-Rule-Count
	IF WS-USED-ARCHIVED > 0
		MOVE "NOT CHECKED - SIGNED BEFORE THE OLDEST HISTORY" TO WS-NL-LABEL
		MOVE WS-USED-ARCHIVED TO WS-NL-COUNT
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
	END-IF
	IF WS-USED-UNCHECKED > 0
		MOVE "NOT CHECKED - TABLE FULL" TO WS-NL-LABEL
		MOVE WS-USED-UNCHECKED TO WS-NL-COUNT
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
	END-IF.

Check-Recipients.
	MOVE 4 TO WS-RULE-NO
	PERFORM Write-Rule-Heading
	IF NOT DSTMST-PRESENT
		MOVE "No distribution master" TO WS-NCL-REASON
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOT-CHECKED-LINE
		EXIT PARAGRAPH
	END-IF
	MOVE LOW-VALUES TO RCP-RECIPIENT-ID
	START PI-DISTRIBUTION-MASTER KEY NOT < RCP-RECIPIENT-ID
	IF WS-DSTMST-STATUS NOT = "00"
		SET DSTMST-EOF TO TRUE
	END-IF
	PERFORM UNTIL DSTMST-EOF
		READ PI-DISTRIBUTION-MASTER NEXT RECORD
			AT END
				SET DSTMST-EOF TO TRUE
			NOT AT END
				IF RECIPIENT-ACTIVE AND SELECT-BY-OPERATOR
					PERFORM Check-Recipient
				END-IF
		END-READ
	END-PERFORM
	PERFORM Write-Rule-Count.

Check-Recipient.
	MOVE RCP-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
	PERFORM Look-Up-Operator
	EVALUATE TRUE
		WHEN OPERATOR-NOT-FOUND
			MOVE "not on master" TO WS-EXCEPTION-REASON
		WHEN OPERATOR-FOUND-INACTIVE
			MOVE "deactivated" TO WS-EXCEPTION-REASON
		WHEN OTHER
			EXIT PARAGRAPH
	END-EVALUATE
	MOVE RCP-RECIPIENT-ID TO WS-EL-KEY
	MOVE SPACES TO WS-EL-DETAIL
	STRING RCP-RECIPIENT-NAME DELIMITED BY SIZE
		" - operator " DELIMITED BY SIZE
		RCP-OPERATOR-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXCEPTION-REASON DELIMITED BY SIZE
		INTO WS-EL-DETAIL
	END-STRING
	PERFORM Write-Exception.

Check-Schedules.
	MOVE 5 TO WS-RULE-NO
	PERFORM Write-Rule-Heading
	IF NOT SCHMST-PRESENT
		MOVE "No schedule master" TO WS-NCL-REASON
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOT-CHECKED-LINE
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO SCH-SCHEDULE-ID
	START PI-SCHEDULE-MASTER KEY NOT < SCH-SCHEDULE-ID
	IF WS-SCHMST-STATUS NOT = "00"
		SET SCHMST-EOF TO TRUE
	END-IF
	PERFORM UNTIL SCHMST-EOF
		READ PI-SCHEDULE-MASTER NEXT RECORD
			AT END
				SET SCHMST-EOF TO TRUE
			NOT AT END
				IF SCHEDULE-ACTIVE
				  AND SCH-EFFECTIVE-TO NOT < WS-TODAY
					PERFORM Check-Schedule
				END-IF
		END-READ
	END-PERFORM
	PERFORM Write-Rule-Count
	MOVE "ACTIVE OPERATORS" TO WS-NL-LABEL
	MOVE WS-ACTIVE-OPERATOR-COUNT TO WS-NL-COUNT
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "HIGHEST ACTIVE OPERATOR LIMIT" TO WS-NL-LABEL
	MOVE WS-HIGHEST-ACTIVE-LIMIT TO WS-NL-COUNT
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE.

Check-Schedule.
	MOVE SCH-NUMBER-OF-RUNS TO WS-SCHEDULE-RUNS
	IF WS-SCHEDULE-RUNS = 0
		MOVE WS-DEFAULT-NUMBER-OF-RUNS TO WS-SCHEDULE-RUNS
	END-IF
	IF WS-SCHEDULE-RUNS NOT > WS-HIGHEST-ACTIVE-LIMIT
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO WS-EL-KEY
	MOVE SCH-SCHEDULE-ID TO WS-EL-KEY
	MOVE SPACES TO WS-EL-DETAIL
	STRING "Runs " DELIMITED BY SIZE
		WS-SCHEDULE-RUNS DELIMITED BY SIZE
		" mode " DELIMITED BY SIZE
		SCH-ALGORITHM-MODE DELIMITED BY SIZE
		" frequency " DELIMITED BY SIZE
		SCH-FREQUENCY DELIMITED BY SIZE
		" - over every active operator's limit" DELIMITED BY SIZE
		INTO WS-EL-DETAIL
	END-STRING
	PERFORM Write-Exception.

Check-Run-Ids.
	MOVE 6 TO WS-RULE-NO
	PERFORM Write-Rule-Heading
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-RUN-ID-COUNT
		EVALUATE TRUE
			WHEN WS-RT-HISTORY-COUNT (WS-TABLE-SUB) = 0
				MOVE WS-RT-RUN-ID (WS-TABLE-SUB) TO WS-EL-KEY
				MOVE SPACES TO WS-EL-DETAIL
				STRING "On the audit log (" DELIMITED BY SIZE
					WS-RT-AUDIT-COUNT (WS-TABLE-SUB) DELIMITED BY SIZE
					" entries) - no history record" DELIMITED BY SIZE
					INTO WS-EL-DETAIL
				END-STRING
				PERFORM Write-Exception
			WHEN WS-RT-AUDIT-COUNT (WS-TABLE-SUB) = 0
				MOVE WS-RT-RUN-ID (WS-TABLE-SUB) TO WS-EL-KEY
				MOVE SPACES TO WS-EL-DETAIL
				STRING "On the history (" DELIMITED BY SIZE
					WS-RT-HISTORY-COUNT (WS-TABLE-SUB) DELIMITED BY SIZE
					" records) - no audit entry" DELIMITED BY SIZE
					INTO WS-EL-DETAIL
				END-STRING
				PERFORM Write-Exception
		END-EVALUATE
	END-PERFORM
	PERFORM Write-Rule-Count
	MOVE "HISTORY RECORDS" TO WS-NL-LABEL
	MOVE WS-HISTORY-COUNT TO WS-NL-COUNT
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "AUDIT ENTRIES COMPARED" TO WS-NL-LABEL
	MOVE WS-AUDIT-COUNT TO WS-NL-COUNT
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
	MOVE "NOT CHECKED - AUDIT ENTRIES BEFORE THE OLDEST HISTORY"
		TO WS-NL-LABEL
	MOVE WS-AUDIT-SKIPPED TO WS-NL-COUNT
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
	IF WS-RUN-ID-UNTALLIED > 0
		*> Records that found no room are counted against the rule -
		*> the sweep cannot vouch for them.
		MOVE "NOT CHECKED - TABLE FULL (COUNTED AS EXCEPTIONS)"
			TO WS-NL-LABEL
		MOVE WS-RUN-ID-UNTALLIED TO WS-NL-COUNT
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-NOTE-LINE
		ADD WS-RUN-ID-UNTALLIED TO WS-RL-COUNT (6)
		SET HIGH-FIRED TO TRUE
	END-IF.

Write-Rule-Heading.
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE WS-RULE-NO TO WS-RUH-RULE-NO
	MOVE WS-RL-TITLE (WS-RULE-NO) TO WS-RUH-TITLE
	MOVE WS-RL-SEVERITY (WS-RULE-NO) TO WS-RUH-SEVERITY
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-RULE-HEADING
	IF RULE-CHECKED (WS-RULE-NO)
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-EXCEPTION-HEADING
	END-IF.

Write-Exception.
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-EXCEPTION-LINE
	ADD 1 TO WS-RL-COUNT (WS-RULE-NO)
	IF RULE-HIGH (WS-RULE-NO)
		SET HIGH-FIRED TO TRUE
	ELSE
		SET LOW-FIRED TO TRUE
	END-IF.

Write-Rule-Count.
	MOVE WS-RL-COUNT (WS-RULE-NO) TO WS-RCL-COUNT
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-RULE-COUNT-LINE.

Write-Summary.
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-HEADING-1
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-HEADING-2
	PERFORM VARYING WS-RULE-SUB FROM 1 BY 1 UNTIL WS-RULE-SUB > 6
		MOVE WS-RULE-SUB TO WS-SL-RULE-NO
		MOVE WS-RL-SEVERITY (WS-RULE-SUB) TO WS-SL-SEVERITY
		IF RULE-CHECKED (WS-RULE-SUB)
			MOVE WS-RL-COUNT (WS-RULE-SUB) TO WS-SL-COUNT-EDIT
			MOVE WS-SL-COUNT-EDIT TO WS-SL-COUNT
		ELSE
			MOVE "NOT CHECKED" TO WS-SL-COUNT
		END-IF
		MOVE WS-RL-TITLE (WS-RULE-SUB) TO WS-SL-TITLE
		WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
	END-PERFORM
	WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-BLANK-LINE
	EVALUATE TRUE
		WHEN HIGH-FIRED
			WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-HIGH-LINE
		WHEN LOW-FIRED
			WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-LOW-LINE
		WHEN OTHER
			WRITE PI-INTEGRITY-REPORT-RECORD FROM WS-CLEAN-LINE
	END-EVALUATE.
