 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIRECOVR.
AUTHOR. Brad Howard.
*> Recovery of an indexed master from a PIBACKUP (PiBackup.cbl)
*> generation (see jcl/PIRCVJOB.jcl). Three passes:
*>   - the chosen generation (PIBKIN) is proven before anything is
*>     touched: it must be a backup of the master named on SYSIN,
*>     start with its header, hold its records in ascending key
*>     order and end with a trailer whose record count and key range
*>     agree with the records in front of it (see PIBKPREC.CPY);
*>   - the master is reloaded from it;
*>   - for the run-history master, the reload is rolled forward from
*>     the history journal (PIHSTJRN - every history record Lab4 and
*>     PICOMBIN wrote since that backup, the journal generation the
*>     backup started plus any later ones concatenated behind it).
*>     A journal record whose key is already on the master (the
*>     journal overlapping the backup) is counted and skipped, so
*>     rolling forward twice does no harm.
*> The recovered run-history master is then verified against the
*> PI-CALC-AUDIT-LOG, which gets one entry per history record Lab4
*> or PICOMBIN writes: per run ID, the history records on the master
*> and the audit entries must agree. Audit entries dated before the
*> master's oldest record belong to periods PIHSTARC has archived
*> and are not compared.
*> The recovery report (PIRCVRPT) shows every pass and the verdict.
*> Two lines are read via ACCEPT from SYSIN: the DD name of the
*> master to recover (PIRUNHST, PIOPRMST, PIAPPRQ, PISCHMST, PIDSTMST,
*> PIHSTSUM, PITKTMST, PIBASMST or PICLDMST) and the run mode - "R"
*> reloads (and, for PIRUNHST, rolls forward); anything else is
*> check-only: the generation is proven and the CURRENT run-history
*> master verified, and no master is opened for output. The running
*> operator is not validated - the operator master may be the file
*> being recovered.
*> The reload opens the master for OUTPUT, which loads it from
*> empty: define the cluster REUSE, or delete and redefine it, first.
*>   RETURN-CODE = 0  generation proven; reloaded, rolled forward and
*>                    verified (or, check-only, verified) clean
*>   RETURN-CODE = 4  recovered, but records could not be written or
*>                    the run-history master disagrees with the
*>                    audit log - see the report
*>   RETURN-CODE = 8  a file could not be opened, or the generation
*>                    is incomplete or inconsistent - nothing loaded
*>   RETURN-CODE = 12 SYSIN names no recoverable master, or the
*>                    generation is a backup of a different master -
*>                    nothing loaded
*>   RETURN-CODE = 16 reload mode only: the master had already been
*>                    opened for the reload (so emptied, or reloaded)
*>                    when a file could not be opened - it is not
*>                    rolled forward or verified; rerun mode R

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-BACKUP-INPUT ASSIGN TO "PIBKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKIN-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-OPERATOR-MASTER ASSIGN TO "PIOPRMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-APPROVAL-QUEUE ASSIGN TO "PIAPPRQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-SCHEDULE-MASTER ASSIGN TO "PISCHMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCH-SCHEDULE-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-DISTRIBUTION-MASTER ASSIGN TO "PIDSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCP-RECIPIENT-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-HISTORY-SUMMARY ASSIGN TO "PIHSTSUM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUM-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-TICKET-MASTER ASSIGN TO "PITKTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TKT-TICKET-NUMBER
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-BASELINE-MASTER ASSIGN TO "PIBASMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAS-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-CALENDAR-MASTER ASSIGN TO "PICLDMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLD-DATE
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT PI-HISTORY-JOURNAL ASSIGN TO "PIHSTJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HSTJRN-STATUS.

    SELECT PI-CALC-AUDIT-LOG ASSIGN TO "PICALAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT PI-RECOVERY-REPORT ASSIGN TO "PIRCVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCVRPT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Laid out by PIBKPREC.CPY (PI-BACKUP-RECORD below).
FD  PI-BACKUP-INPUT
    RECORDING MODE IS F.
01  PI-BACKUP-INPUT-RECORD         PIC X(209).

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-APPROVAL-QUEUE.
    COPY PIAPPREC.

FD  PI-SCHEDULE-MASTER.
    COPY PISCHREC.

FD  PI-DISTRIBUTION-MASTER.
    COPY PIDSTREC.

FD  PI-HISTORY-SUMMARY.
    COPY PIHSTSUM.

FD  PI-TICKET-MASTER.
    COPY PITKTREC.

FD  PI-BASELINE-MASTER.
    COPY PIBASREC.

FD  PI-CALENDAR-MASTER.
    COPY PICLDREC.

*> The run-history record as-is, as Lab4 and PICOMBIN append it.
FD  PI-HISTORY-JOURNAL
    RECORDING MODE IS F.
01  PI-HISTORY-JOURNAL-RECORD      PIC X(102).

*> Re-read view of Lab4's PI-CALC-AUDIT-LOG-RECORD - only the date
*> and the run ID are needed here.
FD  PI-CALC-AUDIT-LOG
    RECORDING MODE IS F.
01  RCV-AUDIT-RECORD.
    05  RCV-AUD-DATE                PIC 9(8).
    05  FILLER                      PIC X(46).
    05  RCV-AUD-RUN-ID              PIC X(16).

FD  PI-RECOVERY-REPORT
    RECORDING MODE IS F.
01  PI-RECOVERY-REPORT-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
77 WS-BKIN-STATUS	PIC XX.

77 WS-MASTER-STATUS	PIC XX.

77 WS-HSTJRN-STATUS	PIC XX.

77 WS-AUDIT-STATUS	PIC XX.

77 WS-RCVRPT-STATUS	PIC XX.

77 WS-RECOVER-MASTER	PIC X(8).
    88 RECOVER-RUN-HISTORY		VALUE "PIRUNHST".

77 WS-RUN-MODE		PIC X			VALUE "C".
    88 RELOAD-MODE			VALUE "R".

77 WS-KEY-LENGTH	PIC 99			VALUE 0.

77 WS-BKIN-EOF		PIC X			VALUE "N".
    88 BKIN-EOF				VALUE "Y".

77 WS-MASTER-EOF	PIC X			VALUE "N".
    88 MASTER-EOF			VALUE "Y".

77 WS-HSTJRN-EOF	PIC X			VALUE "N".
    88 HSTJRN-EOF			VALUE "Y".

77 WS-AUDIT-EOF		PIC X			VALUE "N".
    88 AUDIT-EOF			VALUE "Y".

77 WS-TRAILER-SEEN	PIC X			VALUE "N".
    88 TRAILER-SEEN			VALUE "Y".

77 WS-GENERATION-ERROR	PIC X(50)		VALUE SPACES.

77 WS-BACKUP-DATE	PIC 9(8)		VALUE 0.

77 WS-BACKUP-TIME	PIC 9(8)		VALUE 0.

77 WS-TRAILER-COUNT	PIC 9(8)		VALUE 0.

77 WS-TRAILER-LOW-KEY	PIC X(24)		VALUE SPACES.

77 WS-TRAILER-HIGH-KEY	PIC X(24)		VALUE SPACES.

77 WS-CURRENT-KEY	PIC X(24).

77 WS-PREVIOUS-KEY	PIC X(24).

77 WS-LOW-KEY		PIC X(24)		VALUE SPACES.

77 WS-GENERATION-COUNT	PIC 9(8)		VALUE 0.

77 WS-LOADED-COUNT	PIC 9(8)		VALUE 0.

77 WS-LOAD-FAILED-COUNT	PIC 9(8)		VALUE 0.

77 WS-JOURNAL-READ-COUNT	PIC 9(8)	VALUE 0.

77 WS-APPLIED-COUNT	PIC 9(8)		VALUE 0.

77 WS-PRESENT-COUNT	PIC 9(8)		VALUE 0.

77 WS-APPLY-FAILED-COUNT	PIC 9(8)	VALUE 0.

77 WS-EARLIEST-DATE	PIC 9(8)		VALUE 0.

77 WS-HISTORY-COUNT	PIC 9(8)		VALUE 0.

77 WS-AUDIT-COUNT	PIC 9(8)		VALUE 0.

77 WS-AUDIT-SKIPPED	PIC 9(8)		VALUE 0.

77 WS-MISMATCH-COUNT	PIC 9(6)		VALUE 0.

77 WS-UNTALLIED-COUNT	PIC 9(8)		VALUE 0.

77 WS-VERIFY-RUN	PIC X			VALUE "N".
    88 VERIFY-RUN			VALUE "Y".

77 WS-TALLY-RUN-ID	PIC X(16).

77 WS-TALLY-SOURCE	PIC X.
    88 TALLY-HISTORY			VALUE "H".
    88 TALLY-AUDIT			VALUE "A".

77 WS-TABLE-FOUND	PIC X			VALUE "N".
    88 TABLE-FOUND			VALUE "Y".

77 WS-RUN-ID-COUNT	PIC 9(4)		VALUE 0.

77 WS-TABLE-MAX		PIC 9(4)		VALUE 3000.

77 WS-TABLE-SUB		PIC 9(4)		VALUE 0.

77 WS-LAST-SUB		PIC 9(4)		VALUE 0.

*> One entry per run ID seen on the master or the audit log. A
*> year of nightly and partitioned runs between archivals is well
*> under the cap.
01 WS-RUN-ID-TABLE.
    05  WS-RUN-ID-ENTRY OCCURS 3000 TIMES.
        10  WS-RT-RUN-ID	PIC X(16).
        10  WS-RT-HISTORY-COUNT	PIC 9(6).
        10  WS-RT-AUDIT-COUNT	PIC 9(6).

*> The header/data/trailer layout of the generation.
COPY PIBKPREC.

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(27)
	VALUE "INDEXED MASTER RECOVERY - ".
    05  WS-RH1-MASTER		PIC X(8).
    05  FILLER			PIC X(3)	VALUE " - ".
    05  WS-RH1-MODE		PIC X(20).

01 WS-GENERATION-LINE.
    05  FILLER			PIC X(26)	VALUE "BACKUP GENERATION TAKEN: ".
    05  WS-GL-DATE		PIC 9(8).
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-GL-TIME		PIC 9(8).

01 WS-COUNT-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-CL-LABEL		PIC X(40).
    05  WS-CL-COUNT		PIC ZZZZZZZ9.

01 WS-KEY-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-KL-LABEL		PIC X(40).
    05  WS-KL-KEY		PIC X(24).

01 WS-GENERATION-BAD-LINE.
    05  FILLER			PIC X(34)
	VALUE "*** GENERATION REFUSED - NOTHING ".
    05  FILLER			PIC X(10)	VALUE "LOADED: ".
    05  WS-GB-REASON		PIC X(50).

01 WS-GENERATION-OK-LINE	PIC X(80)	VALUE
    "  GENERATION PROVEN - HEADER, KEY ORDER AND TRAILER TOTALS AGREE".

01 WS-RELOAD-HEADING	PIC X(80)	VALUE
    "RELOAD".

01 WS-ROLL-FORWARD-HEADING	PIC X(80)	VALUE
    "ROLL-FORWARD FROM THE HISTORY JOURNAL".

01 WS-NO-JOURNAL-LINE	PIC X(80)	VALUE
    "  *** NO HISTORY JOURNAL - MASTER LEFT AS OF THE BACKUP ***".

01 WS-NO-ROLL-FORWARD-LINE	PIC X(80)	VALUE
    "  NO FORWARD JOURNAL FOR THIS MASTER - RE-APPLY LATER CHANGES".

01 WS-NO-ROLL-FORWARD-LINE-2	PIC X(80)	VALUE
    "  FROM THE CHANGE JOURNAL REPORT (PIJRNRPT)".

01 WS-VERIFY-HEADING	PIC X(80)	VALUE
    "VERIFICATION AGAINST THE AUDIT LOG".

01 WS-MISMATCH-HEADING	PIC X(80)	VALUE
    "  RUN ID            HISTORY   AUDIT".

01 WS-MISMATCH-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-ML-RUN-ID		PIC X(16).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-ML-HISTORY-COUNT	PIC ZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-ML-AUDIT-COUNT	PIC ZZZZZ9.

01 WS-VERIFIED-LINE	PIC X(80)	VALUE
    "VERIFIED - THE RUN-HISTORY MASTER AGREES WITH THE AUDIT LOG".

01 WS-NOT-VERIFIED-LINE	PIC X(80)	VALUE
    "*** NOT VERIFIED - THE RUN-HISTORY MASTER DISAGREES WITH THE AUDIT LOG ***".

01 WS-CHECK-ONLY-LINE	PIC X(80)	VALUE
    "*** CHECK-ONLY RUN - NO MASTER HAS BEEN CHANGED ***".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter the DD name of the master to recover"
	ACCEPT WS-RECOVER-MASTER
	DISPLAY "Enter run mode (R=reload, C=check only)"
	ACCEPT WS-RUN-MODE
	IF WS-RUN-MODE NOT = "R"
		MOVE "C" TO WS-RUN-MODE
	END-IF

	*> Every master's key leads its record; this is its length.
	EVALUATE WS-RECOVER-MASTER
		WHEN "PIRUNHST"
			MOVE 24 TO WS-KEY-LENGTH
		WHEN "PIOPRMST"
			MOVE 8 TO WS-KEY-LENGTH
		WHEN "PIAPPRQ"
			MOVE 24 TO WS-KEY-LENGTH
		WHEN "PISCHMST"
			MOVE 4 TO WS-KEY-LENGTH
		WHEN "PIDSTMST"
			MOVE 8 TO WS-KEY-LENGTH
		WHEN "PIHSTSUM"
			MOVE 14 TO WS-KEY-LENGTH
		WHEN "PITKTMST"
			MOVE 6 TO WS-KEY-LENGTH
		WHEN "PIBASMST"
			MOVE 9 TO WS-KEY-LENGTH
		WHEN "PICLDMST"
			MOVE 8 TO WS-KEY-LENGTH
		WHEN OTHER
			DISPLAY "PIRECOVR: " WS-RECOVER-MASTER
				" is not a recoverable master - run refused"
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-EVALUATE

	OPEN OUTPUT PI-RECOVERY-REPORT
	IF WS-RCVRPT-STATUS NOT = "00"
		DISPLAY "PIRECOVR: PI-RECOVERY-REPORT could not be opened,"
			" status=" WS-RCVRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-RECOVER-MASTER TO WS-RH1-MASTER
	IF RELOAD-MODE
		MOVE "RELOAD" TO WS-RH1-MODE
	ELSE
		MOVE "CHECK ONLY" TO WS-RH1-MODE
	END-IF
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE

	PERFORM Prove-Generation
	IF RELOAD-MODE
		PERFORM Reload-Master
		IF RECOVER-RUN-HISTORY
			PERFORM Roll-Forward-History
		ELSE
			WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
			WRITE PI-RECOVERY-REPORT-RECORD FROM WS-NO-ROLL-FORWARD-LINE
			WRITE PI-RECOVERY-REPORT-RECORD
				FROM WS-NO-ROLL-FORWARD-LINE-2
		END-IF
	END-IF
	IF RECOVER-RUN-HISTORY
		PERFORM Verify-Against-Audit-Log
	END-IF

	IF NOT RELOAD-MODE
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-CHECK-ONLY-LINE
	END-IF
	CLOSE PI-RECOVERY-REPORT

	DISPLAY "PIRECOVR: " WS-RECOVER-MASTER " - " WS-LOADED-COUNT
		" reloaded, " WS-APPLIED-COUNT " rolled forward, "
		WS-MISMATCH-COUNT " run ID(s) disagree with the audit log"
	IF WS-LOAD-FAILED-COUNT > 0 OR WS-APPLY-FAILED-COUNT > 0
	  OR WS-MISMATCH-COUNT > 0 OR WS-UNTALLIED-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Prove-Generation.
	OPEN INPUT PI-BACKUP-INPUT
	IF WS-BKIN-STATUS NOT = "00"
		DISPLAY "PIRECOVR: PI-BACKUP-INPUT could not be opened,"
			" status=" WS-BKIN-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	READ PI-BACKUP-INPUT INTO PI-BACKUP-RECORD
		AT END
			MOVE "Generation is empty" TO WS-GENERATION-ERROR
			PERFORM Refuse-Generation
	END-READ
	IF NOT BACKUP-HEADER
		MOVE "First record is not a backup header"
			TO WS-GENERATION-ERROR
		PERFORM Refuse-Generation
	END-IF
	IF BKP-MASTER NOT = WS-RECOVER-MASTER
		DISPLAY "PIRECOVR: generation is a backup of " BKP-MASTER
			", not " WS-RECOVER-MASTER " - run refused"
		MOVE SPACES TO WS-GENERATION-ERROR
		STRING "Generation is a backup of " DELIMITED BY SIZE
			BKP-MASTER DELIMITED BY SIZE
			INTO WS-GENERATION-ERROR
		END-STRING
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
		MOVE WS-GENERATION-ERROR TO WS-GB-REASON
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-GENERATION-BAD-LINE
		CLOSE PI-BACKUP-INPUT
		CLOSE PI-RECOVERY-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE BKP-BACKUP-DATE TO WS-BACKUP-DATE
	MOVE BKP-BACKUP-TIME TO WS-BACKUP-TIME
	MOVE WS-BACKUP-DATE TO WS-GL-DATE
	MOVE WS-BACKUP-TIME TO WS-GL-TIME
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-GENERATION-LINE

	MOVE LOW-VALUES TO WS-PREVIOUS-KEY
	PERFORM UNTIL BKIN-EOF
		READ PI-BACKUP-INPUT INTO PI-BACKUP-RECORD
			AT END
				SET BKIN-EOF TO TRUE
			NOT AT END
				PERFORM Prove-Generation-Record
		END-READ
	END-PERFORM
	CLOSE PI-BACKUP-INPUT

	IF NOT TRAILER-SEEN
		MOVE "No trailer - backup did not complete"
			TO WS-GENERATION-ERROR
		PERFORM Refuse-Generation
	END-IF
	IF WS-GENERATION-COUNT NOT = WS-TRAILER-COUNT
		MOVE "Record count disagrees with the trailer"
			TO WS-GENERATION-ERROR
		PERFORM Refuse-Generation
	END-IF
	IF WS-GENERATION-COUNT > 0
	  AND (WS-LOW-KEY NOT = WS-TRAILER-LOW-KEY
	  OR WS-PREVIOUS-KEY NOT = WS-TRAILER-HIGH-KEY)
		MOVE "Key range disagrees with the trailer"
			TO WS-GENERATION-ERROR
		PERFORM Refuse-Generation
	END-IF

	MOVE "RECORDS IN GENERATION" TO WS-CL-LABEL
	MOVE WS-GENERATION-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "LOW KEY" TO WS-KL-LABEL
	MOVE WS-TRAILER-LOW-KEY TO WS-KL-KEY
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-KEY-LINE
	MOVE "HIGH KEY" TO WS-KL-LABEL
	MOVE WS-TRAILER-HIGH-KEY TO WS-KL-KEY
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-KEY-LINE
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-GENERATION-OK-LINE.

Prove-Generation-Record.
	IF TRAILER-SEEN
		MOVE "Records follow the trailer" TO WS-GENERATION-ERROR
		PERFORM Refuse-Generation
	END-IF
	IF BKP-MASTER NOT = WS-RECOVER-MASTER
		MOVE "Records of another master in generation"
			TO WS-GENERATION-ERROR
		PERFORM Refuse-Generation
	END-IF
	EVALUATE TRUE
		WHEN BACKUP-DATA
			MOVE SPACES TO WS-CURRENT-KEY
			MOVE BKP-DATA(1:WS-KEY-LENGTH) TO WS-CURRENT-KEY
			*> Strictly ascending: a duplicate or out-of-order key
			*> means the generation was damaged after it was written.
			IF WS-CURRENT-KEY NOT > WS-PREVIOUS-KEY
				MOVE "Keys out of order in generation"
					TO WS-GENERATION-ERROR
				PERFORM Refuse-Generation
			END-IF
			IF WS-GENERATION-COUNT = 0
				MOVE WS-CURRENT-KEY TO WS-LOW-KEY
			END-IF
			MOVE WS-CURRENT-KEY TO WS-PREVIOUS-KEY
			ADD 1 TO WS-GENERATION-COUNT
		WHEN BACKUP-TRAILER
			SET TRAILER-SEEN TO TRUE
			MOVE BKP-RECORD-COUNT TO WS-TRAILER-COUNT
			MOVE BKP-LOW-KEY TO WS-TRAILER-LOW-KEY
			MOVE BKP-HIGH-KEY TO WS-TRAILER-HIGH-KEY
		WHEN OTHER
			MOVE "Unknown record type in generation"
				TO WS-GENERATION-ERROR
			PERFORM Refuse-Generation
	END-EVALUATE.

Refuse-Generation.
	DISPLAY "PIRECOVR: generation refused - " WS-GENERATION-ERROR
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE WS-GENERATION-ERROR TO WS-GB-REASON
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-GENERATION-BAD-LINE
	CLOSE PI-BACKUP-INPUT
	CLOSE PI-RECOVERY-REPORT
	MOVE 8 TO RETURN-CODE
	STOP RUN.

Reload-Master.
	PERFORM Open-Master-Output
	OPEN INPUT PI-BACKUP-INPUT
	IF WS-BKIN-STATUS NOT = "00"
		*> The master is already open for OUTPUT - emptied.
		DISPLAY "PIRECOVR: PI-BACKUP-INPUT could not be re-opened,"
			" status=" WS-BKIN-STATUS
		PERFORM Close-Master
		CLOSE PI-RECOVERY-REPORT
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE "N" TO WS-BKIN-EOF
	PERFORM UNTIL BKIN-EOF
		READ PI-BACKUP-INPUT INTO PI-BACKUP-RECORD
			AT END
				SET BKIN-EOF TO TRUE
			NOT AT END
				IF BACKUP-DATA
					PERFORM Load-Master-Record
				END-IF
		END-READ
	END-PERFORM
	CLOSE PI-BACKUP-INPUT
	PERFORM Close-Master

	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-RELOAD-HEADING
	MOVE "RECORDS RELOADED" TO WS-CL-LABEL
	MOVE WS-LOADED-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "RECORDS THAT COULD NOT BE WRITTEN" TO WS-CL-LABEL
	MOVE WS-LOAD-FAILED-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE.

Open-Master-Output.
	*> OPEN OUTPUT loads the master from empty - this is the one
	*> program in the system meant to do that to a master with data.
	EVALUATE WS-RECOVER-MASTER
		WHEN "PIRUNHST"
			OPEN OUTPUT PI-RUN-HISTORY
		WHEN "PIOPRMST"
			OPEN OUTPUT PI-OPERATOR-MASTER
		WHEN "PIAPPRQ"
			OPEN OUTPUT PI-APPROVAL-QUEUE
		WHEN "PISCHMST"
			OPEN OUTPUT PI-SCHEDULE-MASTER
		WHEN "PIDSTMST"
			OPEN OUTPUT PI-DISTRIBUTION-MASTER
		WHEN "PIHSTSUM"
			OPEN OUTPUT PI-HISTORY-SUMMARY
		WHEN "PITKTMST"
			OPEN OUTPUT PI-TICKET-MASTER
		WHEN "PIBASMST"
			OPEN OUTPUT PI-BASELINE-MASTER
		WHEN "PICLDMST"
			OPEN OUTPUT PI-CALENDAR-MASTER
	END-EVALUATE
	IF WS-MASTER-STATUS NOT = "00"
		DISPLAY "PIRECOVR: " WS-RECOVER-MASTER
			" could not be opened for reload, status=" WS-MASTER-STATUS
		CLOSE PI-RECOVERY-REPORT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

Load-Master-Record.
	EVALUATE WS-RECOVER-MASTER
		WHEN "PIRUNHST"
			WRITE PI-RUN-HISTORY-RECORD FROM BKP-DATA
		WHEN "PIOPRMST"
			WRITE PI-OPERATOR-RECORD FROM BKP-DATA
		WHEN "PIAPPRQ"
			WRITE PI-APPROVAL-RECORD FROM BKP-DATA
		WHEN "PISCHMST"
			WRITE PI-SCHEDULE-RECORD FROM BKP-DATA
		WHEN "PIDSTMST"
			WRITE PI-RECIPIENT-RECORD FROM BKP-DATA
		WHEN "PIHSTSUM"
			WRITE PI-HISTORY-SUMMARY-RECORD FROM BKP-DATA
		WHEN "PITKTMST"
			WRITE PI-TICKET-RECORD FROM BKP-DATA
		WHEN "PIBASMST"
			WRITE PI-BASELINE-RECORD FROM BKP-DATA
		WHEN "PICLDMST"
			WRITE PI-CALENDAR-RECORD FROM BKP-DATA
	END-EVALUATE
	IF WS-MASTER-STATUS = "00"
		ADD 1 TO WS-LOADED-COUNT
	ELSE
		DISPLAY "PIRECOVR: reload write failed, status="
			WS-MASTER-STATUS " at key " BKP-DATA(1:WS-KEY-LENGTH)
		ADD 1 TO WS-LOAD-FAILED-COUNT
	END-IF.

Close-Master.
	EVALUATE WS-RECOVER-MASTER
		WHEN "PIRUNHST"
			CLOSE PI-RUN-HISTORY
		WHEN "PIOPRMST"
			CLOSE PI-OPERATOR-MASTER
		WHEN "PIAPPRQ"
			CLOSE PI-APPROVAL-QUEUE
		WHEN "PISCHMST"
			CLOSE PI-SCHEDULE-MASTER
		WHEN "PIDSTMST"
			CLOSE PI-DISTRIBUTION-MASTER
		WHEN "PIHSTSUM"
			CLOSE PI-HISTORY-SUMMARY
		WHEN "PITKTMST"
			CLOSE PI-TICKET-MASTER
		WHEN "PIBASMST"
			CLOSE PI-BASELINE-MASTER
		WHEN "PICLDMST"
			CLOSE PI-CALENDAR-MASTER
	END-EVALUATE.

Roll-Forward-History.
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-ROLL-FORWARD-HEADING
	OPEN INPUT PI-HISTORY-JOURNAL
	IF WS-HSTJRN-STATUS NOT = "00"
		*> The master is already reloaded, so the run carries on to
		*> the verification - which will show exactly what is missing.
		DISPLAY "PIRECOVR: PI-HISTORY-JOURNAL could not be opened,"
			" status=" WS-HSTJRN-STATUS
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-NO-JOURNAL-LINE
		ADD 1 TO WS-APPLY-FAILED-COUNT
		EXIT PARAGRAPH
	END-IF
	OPEN I-O PI-RUN-HISTORY
	IF WS-MASTER-STATUS NOT = "00"
		*> Reloaded, but neither rolled forward nor verified.
		DISPLAY "PIRECOVR: PI-RUN-HISTORY could not be opened,"
			" status=" WS-MASTER-STATUS
		CLOSE PI-HISTORY-JOURNAL
		CLOSE PI-RECOVERY-REPORT
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL HSTJRN-EOF
		READ PI-HISTORY-JOURNAL
			AT END
				SET HSTJRN-EOF TO TRUE
			NOT AT END
				PERFORM Apply-Journal-Record
		END-READ
	END-PERFORM
	CLOSE PI-RUN-HISTORY
	CLOSE PI-HISTORY-JOURNAL

	MOVE "JOURNAL RECORDS READ" TO WS-CL-LABEL
	MOVE WS-JOURNAL-READ-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "RECORDS ROLLED FORWARD" TO WS-CL-LABEL
	MOVE WS-APPLIED-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "ALREADY ON THE MASTER (SKIPPED)" TO WS-CL-LABEL
	MOVE WS-PRESENT-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "RECORDS THAT COULD NOT BE WRITTEN" TO WS-CL-LABEL
	MOVE WS-APPLY-FAILED-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE.

Apply-Journal-Record.
	ADD 1 TO WS-JOURNAL-READ-COUNT
	WRITE PI-RUN-HISTORY-RECORD FROM PI-HISTORY-JOURNAL-RECORD
	EVALUATE WS-MASTER-STATUS
		WHEN "00"
			ADD 1 TO WS-APPLIED-COUNT
		WHEN "22"
			ADD 1 TO WS-PRESENT-COUNT
		WHEN OTHER
			DISPLAY "PIRECOVR: roll-forward write failed, status="
				WS-MASTER-STATUS " at key " HST-KEY
			ADD 1 TO WS-APPLY-FAILED-COUNT
	END-EVALUATE.

Verify-Against-Audit-Log.
	SET VERIFY-RUN TO TRUE
	OPEN INPUT PI-RUN-HISTORY
	IF WS-MASTER-STATUS NOT = "00"
		DISPLAY "PIRECOVR: PI-RUN-HISTORY could not be opened,"
			" status=" WS-MASTER-STATUS
		CLOSE PI-RECOVERY-REPORT
		PERFORM Set-Verify-Failed-Code
		STOP RUN
	END-IF
	OPEN INPUT PI-CALC-AUDIT-LOG
	IF WS-AUDIT-STATUS NOT = "00"
		DISPLAY "PIRECOVR: PI-CALC-AUDIT-LOG could not be opened,"
			" status=" WS-AUDIT-STATUS
		CLOSE PI-RUN-HISTORY
		CLOSE PI-RECOVERY-REPORT
		PERFORM Set-Verify-Failed-Code
		STOP RUN
	END-IF

	*> The key leads with the run date, so the first record read is
	*> the oldest on the master.
	MOVE LOW-VALUES TO HST-KEY
	START PI-RUN-HISTORY KEY NOT < HST-KEY
	IF WS-MASTER-STATUS NOT = "00"
		SET MASTER-EOF TO TRUE
	END-IF
	SET TALLY-HISTORY TO TRUE
	PERFORM UNTIL MASTER-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET MASTER-EOF TO TRUE
			NOT AT END
				IF WS-HISTORY-COUNT = 0
					MOVE HST-RUN-DATE TO WS-EARLIEST-DATE
				END-IF
				ADD 1 TO WS-HISTORY-COUNT
				MOVE HST-RUN-ID TO WS-TALLY-RUN-ID
				PERFORM Tally-Run-Id
		END-READ
	END-PERFORM
	CLOSE PI-RUN-HISTORY

	SET TALLY-AUDIT TO TRUE
	PERFORM UNTIL AUDIT-EOF
		READ PI-CALC-AUDIT-LOG
			AT END
				SET AUDIT-EOF TO TRUE
			NOT AT END
				IF RCV-AUD-DATE < WS-EARLIEST-DATE
					ADD 1 TO WS-AUDIT-SKIPPED
				ELSE
					ADD 1 TO WS-AUDIT-COUNT
					MOVE RCV-AUD-RUN-ID TO WS-TALLY-RUN-ID
					PERFORM Tally-Run-Id
				END-IF
		END-READ
	END-PERFORM
	CLOSE PI-CALC-AUDIT-LOG

	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-VERIFY-HEADING
	MOVE "HISTORY RECORDS ON THE MASTER" TO WS-CL-LABEL
	MOVE WS-HISTORY-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "AUDIT ENTRIES COMPARED" TO WS-CL-LABEL
	MOVE WS-AUDIT-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "AUDIT ENTRIES BEFORE THE MASTER (ARCHIVED)" TO WS-CL-LABEL
	MOVE WS-AUDIT-SKIPPED TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	MOVE "RUN IDS COMPARED" TO WS-CL-LABEL
	MOVE WS-RUN-ID-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	IF WS-UNTALLIED-COUNT > 0
		MOVE "RECORDS NOT COMPARED (TABLE FULL)" TO WS-CL-LABEL
		MOVE WS-UNTALLIED-COUNT TO WS-CL-COUNT
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE
	END-IF

	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-MISMATCH-HEADING
	PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
	  UNTIL WS-TABLE-SUB > WS-RUN-ID-COUNT
		IF WS-RT-HISTORY-COUNT (WS-TABLE-SUB)
			NOT = WS-RT-AUDIT-COUNT (WS-TABLE-SUB)
			ADD 1 TO WS-MISMATCH-COUNT
			MOVE WS-RT-RUN-ID (WS-TABLE-SUB) TO WS-ML-RUN-ID
			MOVE WS-RT-HISTORY-COUNT (WS-TABLE-SUB)
				TO WS-ML-HISTORY-COUNT
			MOVE WS-RT-AUDIT-COUNT (WS-TABLE-SUB) TO WS-ML-AUDIT-COUNT
			WRITE PI-RECOVERY-REPORT-RECORD FROM WS-MISMATCH-LINE
		END-IF
	END-PERFORM
	MOVE "RUN IDS THAT DISAGREE" TO WS-CL-LABEL
	MOVE WS-MISMATCH-COUNT TO WS-CL-COUNT
	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-COUNT-LINE

	WRITE PI-RECOVERY-REPORT-RECORD FROM WS-BLANK-LINE
	IF WS-MISMATCH-COUNT = 0 AND WS-UNTALLIED-COUNT = 0
	  AND WS-HISTORY-COUNT = WS-AUDIT-COUNT
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-VERIFIED-LINE
	ELSE
		WRITE PI-RECOVERY-REPORT-RECORD FROM WS-NOT-VERIFIED-LINE
	END-IF.

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
		IF WS-RUN-ID-COUNT < WS-TABLE-MAX
			ADD 1 TO WS-RUN-ID-COUNT
			MOVE WS-RUN-ID-COUNT TO WS-TABLE-SUB
			MOVE WS-TALLY-RUN-ID TO WS-RT-RUN-ID (WS-TABLE-SUB)
			MOVE 0 TO WS-RT-HISTORY-COUNT (WS-TABLE-SUB)
			MOVE 0 TO WS-RT-AUDIT-COUNT (WS-TABLE-SUB)
		ELSE
			*> Counted as not compared - the verification then cannot
			*> pass, which is the safe direction to fail.
			ADD 1 TO WS-UNTALLIED-COUNT
			EXIT PARAGRAPH
		END-IF
	END-IF
	MOVE WS-TABLE-SUB TO WS-LAST-SUB
	IF TALLY-HISTORY
		ADD 1 TO WS-RT-HISTORY-COUNT (WS-TABLE-SUB)
	ELSE
		ADD 1 TO WS-RT-AUDIT-COUNT (WS-TABLE-SUB)
	END-IF.

Set-Verify-Failed-Code.
	*> In reload mode the master has been reloaded (and rolled
	*> forward) by the time it is verified; check-only touched nothing.
	IF RELOAD-MODE
		MOVE 16 TO RETURN-CODE
	ELSE
		MOVE 8 TO RETURN-CODE
	END-IF.
