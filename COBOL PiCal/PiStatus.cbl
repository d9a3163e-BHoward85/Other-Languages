*> Night-status report - the unconditional last step of PICALJOB,
*> consolidating onto one page everything the 6am operator otherwise
*> chases through JES2: the control-totals trailer, the divergence
*> report, the extended-precision report, the baseline drift report,
*> tonight's error-log entries and the restart checkpoint.
*> The page shows runs completed versus requested, records skipped
*> and why, the divergence count, the extended-precision shortfall
*> count, the baseline drift and unbaselined counts, whether a
*> resubmission is required and at which PI-RUN-PARM record it will
*> resume, and one plain verdict line:
*>   PASS        - trailer present, no divergence, no checkpoint
*>                 pending (skips, if any, are itemized above it)
*>   RESUBMIT    - a batch checkpoint is pending - the window
*>                 governor suspended the run; resubmit (with
*>                 RESTART=STEP1) and it resumes where it stopped
*>   INVESTIGATE - cross-check divergence flagged, an extended-
*>                 precision result fell short of its target places,
*>                 a result drifted from its approved baseline, or
*>                 the trailer is missing/empty (the run died before
*>                 end-of-job)
*> This step must never block the job or mask the real condition
*> codes - it always ends 0 unless its own report file cannot be
*> opened.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIVRPT-STATUS.

    SELECT PI-EXTENDED-REPORT ASSIGN TO "PIEXTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRPT-STATUS.

    SELECT PI-BASELINE-REPORT ASSIGN TO "PIBASRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASRPT-STATUS.

    SELECT PI-ERROR-LOG ASSIGN TO "PIERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRLOG-STATUS.
    RECORDING MODE IS F.
01  STS-DIVERGENCE-RECORD           PIC X(80).

FD  PI-EXTENDED-REPORT
    RECORDING MODE IS F.
01  STS-EXTENDED-RECORD             PIC X(100).

FD  PI-BASELINE-REPORT
    RECORDING MODE IS F.
01  STS-BASELINE-RECORD             PIC X(80).

*> Same layout Lab4 writes (see PI-ERROR-LOG-RECORD there).
FD  PI-ERROR-LOG
    RECORDING MODE IS F.

77 WS-DIVRPT-STATUS	PIC XX.

77 WS-EXTRPT-STATUS	PIC XX.

77 WS-BASRPT-STATUS	PIC XX.

77 WS-ERRLOG-STATUS	PIC XX.

77 WS-RESTART-STATUS	PIC XX.
77 WS-DIVRPT-EOF	PIC X			VALUE "N".
    88 DIVRPT-EOF			VALUE "Y".

77 WS-EXTRPT-EOF	PIC X			VALUE "N".
    88 EXTRPT-EOF			VALUE "Y".

77 WS-BASRPT-EOF	PIC X			VALUE "N".
    88 BASRPT-EOF			VALUE "Y".

77 WS-ERRLOG-EOF	PIC X			VALUE "N".
    88 ERRLOG-EOF			VALUE "Y".


77 WS-DIVERGE-TALLY	PIC 9(4).

77 WS-SHORT-COUNT	PIC 9(8)		VALUE 0.

77 WS-SHORT-TALLY	PIC 9(4).

77 WS-DRIFT-COUNT	PIC 9(8)		VALUE 0.

77 WS-UNBASELINED-COUNT	PIC 9(8)		VALUE 0.

77 WS-BASELINE-TALLY	PIC 9(4).

*> PIBASCHK logs each drift to the error log as well - those entries
*> are counted on the drift line, not as skipped records.
77 WS-DRIFT-REASON	PIC X(30)
    VALUE "PiValue drifted from baseline".

77 WS-ERROR-COUNT	PIC 9(8)		VALUE 0.

77 WS-RESTART-PENDING	PIC X			VALUE "N".
    05  FILLER			PIC X(26)	VALUE "CROSS-CHECK DIVERGENCES:  ".
    05  WS-DV-COUNT		PIC ZZZZZZZ9.

01 WS-SHORT-LINE.
    05  FILLER			PIC X(26)	VALUE "EXTENDED-PRECISION SHORT: ".
    05  WS-ST-COUNT		PIC ZZZZZZZ9.

01 WS-DRIFT-LINE.
    05  FILLER			PIC X(26)	VALUE "BASELINE DRIFTS:          ".
    05  WS-DR-COUNT		PIC ZZZZZZZ9.

01 WS-UNBASELINED-LINE.
    05  FILLER			PIC X(26)	VALUE "UNBASELINED RESULTS:      ".
    05  WS-UB-COUNT		PIC ZZZZZZZ9.

01 WS-RESUBMIT-LINE.
    05  FILLER			PIC X(38)
	VALUE "RESUBMISSION REQUIRED - RESUMES AT REC".
	PERFORM Read-Control-Totals
	PERFORM Count-Requested-Records
	PERFORM Count-Divergences
	PERFORM Count-Extended-Shortfalls
	PERFORM Count-Baseline-Drifts
	PERFORM Tally-Tonights-Errors
	PERFORM Read-Restart-Checkpoint
	PERFORM Write-Status-Page
				*> with an "X" record would show more completed
				*> than requested.
				IF PRP-ALGORITHM-MODE = "X"
				  AND NOT EXTENDED-RUN-RECORD
					ADD 2 TO WS-REQUESTED-COUNT
				ELSE
					ADD 1 TO WS-REQUESTED-COUNT
	END-PERFORM
	CLOSE PI-DIVERGENCE-REPORT.

Count-Extended-Shortfalls.
	*> No extended report leaves the count at zero, as a missing
	*> divergence report does.
	OPEN INPUT PI-EXTENDED-REPORT
	IF WS-EXTRPT-STATUS NOT = "00"
		DISPLAY "PISTATUS: PI-EXTENDED-REPORT could not be opened,"
			" status=" WS-EXTRPT-STATUS
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL EXTRPT-EOF
		READ PI-EXTENDED-REPORT
			AT END
				SET EXTRPT-EOF TO TRUE
			NOT AT END
				MOVE 0 TO WS-SHORT-TALLY
				INSPECT STS-EXTENDED-RECORD
					TALLYING WS-SHORT-TALLY
					FOR ALL "*SHORT*"
				ADD WS-SHORT-TALLY TO WS-SHORT-COUNT
		END-READ
	END-PERFORM
	CLOSE PI-EXTENDED-REPORT.

Count-Baseline-Drifts.
	*> No drift report (the check was skipped or not yet run) leaves
	*> both counts at zero - the other verdict rules still apply.
	OPEN INPUT PI-BASELINE-REPORT
	IF WS-BASRPT-STATUS NOT = "00"
		DISPLAY "PISTATUS: PI-BASELINE-REPORT could not be opened,"
			" status=" WS-BASRPT-STATUS
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL BASRPT-EOF
		READ PI-BASELINE-REPORT
			AT END
				SET BASRPT-EOF TO TRUE
			NOT AT END
				MOVE 0 TO WS-BASELINE-TALLY
				INSPECT STS-BASELINE-RECORD
					TALLYING WS-BASELINE-TALLY
					FOR ALL "*DRIFT*"
				ADD WS-BASELINE-TALLY TO WS-DRIFT-COUNT
				MOVE 0 TO WS-BASELINE-TALLY
				INSPECT STS-BASELINE-RECORD
					TALLYING WS-BASELINE-TALLY
					FOR ALL "UNBASELINED "
				ADD WS-BASELINE-TALLY TO WS-UNBASELINED-COUNT
		END-READ
	END-PERFORM
	CLOSE PI-BASELINE-REPORT.

Tally-Tonights-Errors.
	*> The error log accumulates across nights (and the approval
	*> program appends to it too) - only entries stamped at or after
				IF STS-ERR-DATE > WS-CTL-RUN-DATE
				  OR (STS-ERR-DATE = WS-CTL-RUN-DATE
				  AND STS-ERR-TIME >= WS-CTL-RUN-START-TIME)
					IF STS-ERR-REASON NOT = WS-DRIFT-REASON
						ADD 1 TO WS-ERROR-COUNT
						PERFORM Tally-Error-Reason
					END-IF
				END-IF
		END-READ
	END-PERFORM
	MOVE WS-DIVERGENCE-COUNT TO WS-DV-COUNT
	WRITE PI-STATUS-REPORT-RECORD FROM WS-DIVERGENCE-LINE

	MOVE WS-SHORT-COUNT TO WS-ST-COUNT
	WRITE PI-STATUS-REPORT-RECORD FROM WS-SHORT-LINE

	MOVE WS-DRIFT-COUNT TO WS-DR-COUNT
	WRITE PI-STATUS-REPORT-RECORD FROM WS-DRIFT-LINE
	MOVE WS-UNBASELINED-COUNT TO WS-UB-COUNT
	WRITE PI-STATUS-REPORT-RECORD FROM WS-UNBASELINED-LINE

	IF RESTART-PENDING
		MOVE WS-RESUME-RECORD-NO TO WS-RS-RECORD-NO
		WRITE PI-STATUS-REPORT-RECORD FROM WS-RESUBMIT-LINE

	WRITE PI-STATUS-REPORT-RECORD FROM WS-BLANK-LINE
	*> Verdict precedence mirrors Lab4's condition codes: a flagged
	*> divergence, a short extended result, a baseline drift or a dead
	*> run outranks a suspension, which outranks a clean night.
	EVALUATE TRUE
		WHEN WS-DIVERGENCE-COUNT > 0
			MOVE "INVESTIGATE" TO WS-VD-VERDICT
		WHEN WS-SHORT-COUNT > 0
			MOVE "INVESTIGATE" TO WS-VD-VERDICT
		WHEN WS-DRIFT-COUNT > 0
			MOVE "INVESTIGATE" TO WS-VD-VERDICT
		WHEN NOT TRAILER-PRESENT
			MOVE "INVESTIGATE" TO WS-VD-VERDICT
		WHEN RESTART-PENDING
