 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIBASCHK.
AUTHOR. Brad Howard.
*> Golden-baseline regression check - runs after Lab4 in PICALJOB.
*> Every PI-RUN-HISTORY record carrying this execution's run
*> identifier (taken from the control-totals trailer) is compared,
*> by NumberOfRuns level and algorithm mode, against the approved
*> PiValue on PI-BASELINE-MASTER (see PIBASREC.CPY, maintained by
*> PIBASMNT). The series arithmetic is deterministic, so any
*> difference at all - down to the 15th place - is drift: a
*> compiler upgrade, runtime change or loop edit has moved the
*> result, and the "X" cross-check cannot see it when both series
*> moved together.
*> Each compared record gets one line on the baseline drift report
*> (PIBASRPT): MATCH, *DRIFT* (tonight's and the approved PiValue
*> side by side) or UNBASELINED - a level nobody has approved yet is
*> listed, never silently passed. Every drift is also written to
*> PI-ERROR-LOG under the run's operator ID, and PISTATUS reads the
*> report's *DRIFT* lines into its INVESTIGATE verdict.
*>   RETURN-CODE = 0  every compared result matched its baseline
*>                    (unbaselined levels, if any, are listed)
*>   RETURN-CODE = 4  control-totals trailer missing/empty - nothing
*>                    provable to compare
*>   RETURN-CODE = 8  a file could not be opened
*>   RETURN-CODE = 10 at least one result drifted from its baseline
*>                    - holds the warehouse extract and distribution

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-CONTROL-TOTALS ASSIGN TO "PICTLTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTLTOT-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PI-BASELINE-MASTER ASSIGN TO "PIBASMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAS-KEY
        FILE STATUS IS WS-BASMST-STATUS.

    SELECT PI-ERROR-LOG ASSIGN TO "PIERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.

    SELECT PI-BASELINE-REPORT ASSIGN TO "PIBASRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-CONTROL-TOTALS
    RECORDING MODE IS F.
    COPY PICTLTOT.

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

FD  PI-BASELINE-MASTER.
    COPY PIBASREC.

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

FD  PI-BASELINE-REPORT
    RECORDING MODE IS F.
01  PI-BASELINE-REPORT-RECORD       PIC X(80).

WORKING-STORAGE SECTION.
77 WS-CTLTOT-STATUS	PIC XX.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-BASMST-STATUS	PIC XX.

77 WS-ERRLOG-STATUS	PIC XX.

77 WS-BASRPT-STATUS	PIC XX.

77 WS-HISTORY-EOF	PIC X			VALUE "N".
    88 HISTORY-EOF			VALUE "Y".

77 WS-BASELINE-OPEN	PIC X			VALUE "N".
    88 BASELINE-OPEN			VALUE "Y".

77 WS-ERRLOG-OPEN	PIC X			VALUE "N".
    88 ERRLOG-OPEN			VALUE "Y".

77 WS-CTL-RUN-ID	PIC X(16).

77 WS-CHECKED-COUNT	PIC 9(8)		VALUE 0.

77 WS-MATCHED-COUNT	PIC 9(8)		VALUE 0.

77 WS-DRIFT-COUNT	PIC 9(8)		VALUE 0.

77 WS-UNBASELINED-COUNT	PIC 9(8)		VALUE 0.

77 WS-DRIFT-REASON	PIC X(30)
    VALUE "PiValue drifted from baseline".

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(31)
	VALUE "BASELINE REGRESSION CHECK - RUN".
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-RH1-RUN-ID		PIC X(16).

01 WS-REPORT-HEADING-2	PIC X(80)	VALUE
    "      RUNS  ALG  ORDINAL  TONIGHT PIVALUE    BASELINE PIVALUE   RESULT".

01 WS-REPORT-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-NUMBER-OF-RUNS	PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-ALGORITHM-MODE	PIC X.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-RD-ORDINAL		PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-HST-PI-VALUE	PIC 9.9(15).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-BAS-PI-VALUE	PIC X(17).
    05  WS-RD-BAS-PI-VALUE-N REDEFINES WS-RD-BAS-PI-VALUE
				PIC 9.9(15).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-RESULT		PIC X(12).

01 WS-TOTAL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-TL-LABEL		PIC X(20).
    05  WS-TL-COUNT		PIC ZZZZZZZ9.

77 WS-BLANK-LINE	PIC X(80)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	OPEN INPUT PI-CONTROL-TOTALS
	IF WS-CTLTOT-STATUS NOT = "00"
		DISPLAY "PIBASCHK: PI-CONTROL-TOTALS could not be opened,"
			" status=" WS-CTLTOT-STATUS
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF
	READ PI-CONTROL-TOTALS
		AT END
			DISPLAY "PIBASCHK: PI-CONTROL-TOTALS is empty"
			CLOSE PI-CONTROL-TOTALS
			MOVE 4 TO RETURN-CODE
			STOP RUN
	END-READ
	MOVE CTL-RUN-ID TO WS-CTL-RUN-ID
	CLOSE PI-CONTROL-TOTALS

	OPEN INPUT PI-RUN-HISTORY
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PIBASCHK: PI-RUN-HISTORY could not be opened,"
			" status=" WS-HISTORY-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN INPUT PI-BASELINE-MASTER
	EVALUATE WS-BASMST-STATUS
		WHEN "00"
			SET BASELINE-OPEN TO TRUE
		WHEN "35"
			*> No baseline has ever been approved - every level is
			*> reported unbaselined rather than the step failing.
			DISPLAY "PIBASCHK: PI-BASELINE-MASTER not found - every"
				" level is unbaselined"
		WHEN OTHER
			DISPLAY "PIBASCHK: PI-BASELINE-MASTER could not be opened,"
				" status=" WS-BASMST-STATUS
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
	END-EVALUATE

	OPEN OUTPUT PI-BASELINE-REPORT
	IF WS-BASRPT-STATUS NOT = "00"
		DISPLAY "PIBASCHK: PI-BASELINE-REPORT could not be opened,"
			" status=" WS-BASRPT-STATUS
		CLOSE PI-RUN-HISTORY
		IF BASELINE-OPEN
			CLOSE PI-BASELINE-MASTER
		END-IF
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	MOVE WS-CTL-RUN-ID TO WS-RH1-RUN-ID
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-REPORT-HEADING-2

	*> This execution's results only - full scan filtered by the run
	*> identifier, as the distribution burst does.
	MOVE 0 TO HST-RUN-DATE
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
				IF HST-RUN-ID = WS-CTL-RUN-ID
					PERFORM Compare-To-Baseline
				END-IF
		END-READ
	END-PERFORM

	WRITE PI-BASELINE-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE "RESULTS CHECKED:" TO WS-TL-LABEL
	MOVE WS-CHECKED-COUNT TO WS-TL-COUNT
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-TOTAL-LINE
	MOVE "MATCHED BASELINE:" TO WS-TL-LABEL
	MOVE WS-MATCHED-COUNT TO WS-TL-COUNT
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-TOTAL-LINE
	MOVE "DRIFTED:" TO WS-TL-LABEL
	MOVE WS-DRIFT-COUNT TO WS-TL-COUNT
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-TOTAL-LINE
	MOVE "UNBASELINED:" TO WS-TL-LABEL
	MOVE WS-UNBASELINED-COUNT TO WS-TL-COUNT
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-TOTAL-LINE

	CLOSE PI-BASELINE-REPORT
	CLOSE PI-RUN-HISTORY
	IF BASELINE-OPEN
		CLOSE PI-BASELINE-MASTER
	END-IF
	IF ERRLOG-OPEN
		CLOSE PI-ERROR-LOG
	END-IF

	DISPLAY "PIBASCHK: " WS-CHECKED-COUNT " result(s) checked, "
		WS-DRIFT-COUNT " drifted, " WS-UNBASELINED-COUNT
		" unbaselined"
	IF WS-DRIFT-COUNT > 0
		MOVE 10 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Compare-To-Baseline.
	ADD 1 TO WS-CHECKED-COUNT
	MOVE HST-NUMBER-OF-RUNS TO WS-RD-NUMBER-OF-RUNS
	MOVE HST-ALGORITHM-MODE TO WS-RD-ALGORITHM-MODE
	MOVE HST-RECORD-ORDINAL TO WS-RD-ORDINAL
	MOVE HST-PI-VALUE TO WS-RD-HST-PI-VALUE
	MOVE SPACES TO WS-RD-BAS-PI-VALUE

	IF NOT BASELINE-OPEN
		MOVE "UNBASELINED" TO WS-RD-RESULT
		ADD 1 TO WS-UNBASELINED-COUNT
		WRITE PI-BASELINE-REPORT-RECORD FROM WS-REPORT-DETAIL-LINE
		EXIT PARAGRAPH
	END-IF

	MOVE HST-NUMBER-OF-RUNS TO BAS-NUMBER-OF-RUNS
	MOVE HST-ALGORITHM-MODE TO BAS-ALGORITHM-MODE
	READ PI-BASELINE-MASTER
		INVALID KEY
			MOVE "UNBASELINED" TO WS-RD-RESULT
			ADD 1 TO WS-UNBASELINED-COUNT
		NOT INVALID KEY
			MOVE BAS-PI-VALUE TO WS-RD-BAS-PI-VALUE-N
			IF HST-PI-VALUE = BAS-PI-VALUE
				MOVE "MATCH" TO WS-RD-RESULT
				ADD 1 TO WS-MATCHED-COUNT
			ELSE
				MOVE "*DRIFT*" TO WS-RD-RESULT
				ADD 1 TO WS-DRIFT-COUNT
				PERFORM Log-Drift
			END-IF
	END-READ
	WRITE PI-BASELINE-REPORT-RECORD FROM WS-REPORT-DETAIL-LINE.

Log-Drift.
	*> Logged under the run's operator ID with the NumberOfRuns level
	*> as the bad value, the way Lab4 logs a rejected record, so the
	*> error-log reporting and PIERRMNT's retention cover it too.
	IF NOT ERRLOG-OPEN
		OPEN EXTEND PI-ERROR-LOG
		IF WS-ERRLOG-STATUS NOT = "00"
			OPEN OUTPUT PI-ERROR-LOG
			IF WS-ERRLOG-STATUS NOT = "00"
				DISPLAY "PIBASCHK: PI-ERROR-LOG could not be opened,"
					" status=" WS-ERRLOG-STATUS
				EXIT PARAGRAPH
			END-IF
		END-IF
		SET ERRLOG-OPEN TO TRUE
	END-IF
	MOVE SPACES TO PI-ERROR-LOG-RECORD
	ACCEPT ERR-DATE FROM DATE YYYYMMDD
	ACCEPT ERR-TIME FROM TIME
	MOVE HST-OPERATOR-ID TO ERR-OPERATOR-ID
	MOVE HST-NUMBER-OF-RUNS TO ERR-BAD-VALUE
	MOVE WS-DRIFT-REASON TO ERR-REASON
	WRITE PI-ERROR-LOG-RECORD.
