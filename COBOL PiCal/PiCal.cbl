*>                    keeps report distribution from running on the
*>                    partial outputs
*>   RETURN-CODE = 10 one or more cross-check record pairs diverged
*>                    beyond the tolerance, or an extended-precision
*>                    result fell short of its target places against
*>                    the stored reference - results were written but
*>                    the condition code holds distribution (the
*>                    regression gate for computation-loop changes)
*>   RETURN-CODE = 8  a required output file (PI-REPORT, PI-CSV-EXTRACT,
*>                    PI-SUMMARY, the extended-precision result file or
*>                    report, the PI-RUN-HISTORY master or its
*>                    forward-recovery journal) could not be opened -
*>                    no run performed
*>   RETURN-CODE = 12 operator validation failed - the accepted operator
*>                    ID is not on the PI-OPERATOR-MASTER, is inactive,
*>                    or the master could not be opened; no run performed
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIVRPT-STATUS.

    SELECT PI-EXTENDED-RESULT ASSIGN TO "PIEXTRES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRES-STATUS.

    SELECT PI-EXTENDED-REPORT ASSIGN TO "PIEXTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRPT-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PI-HISTORY-JOURNAL ASSIGN TO "PIHSTJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HSTJRN-STATUS.

    SELECT PI-OPERATOR-MASTER ASSIGN TO "PIOPRMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-KEY
        FILE STATUS IS WS-APPRQ-STATUS.

    SELECT PI-CALENDAR-MASTER ASSIGN TO "PICLDMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLD-DATE
        FILE STATUS IS WS-CLDMST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-RUN-PARM
    RECORDING MODE IS F.
01  PI-DIVERGENCE-REPORT-RECORD    PIC X(80).

FD  PI-EXTENDED-RESULT
    RECORDING MODE IS F.
    COPY PIEXTREC.

FD  PI-EXTENDED-REPORT
    RECORDING MODE IS F.
01  PI-EXTENDED-REPORT-RECORD      PIC X(100).

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

*> Every history record as written, appended for PIRECOVR's forward
*> recovery of the master from its last PIBACKUP generation.
FD  PI-HISTORY-JOURNAL
    RECORDING MODE IS F.
01  PI-HISTORY-JOURNAL-RECORD      PIC X(102).

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-APPROVAL-QUEUE.
    COPY PIAPPREC.

FD  PI-CALENDAR-MASTER.
    COPY PICLDREC.

FD  PI-ERROR-LOG
    RECORDING MODE IS F.
01  PI-ERROR-LOG-RECORD.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-HSTJRN-STATUS	PIC XX.

77 WS-HISTORY-RETRIES	PIC 99.

77 WS-CTLTOT-STATUS	PIC XX.

77 WS-APPRQ-STATUS	PIC XX.

77 WS-CLDMST-STATUS	PIC XX.

*> Dual-control threshold from PI-CALC-PARM: a PI-RUN-PARM record
*> whose NumberOfRuns is above this needs a second operator's
*> approval on the PI-APPROVAL-QUEUE before it computes. 0 = no
*> 0000 = no window. Lab4 measures its own iteration rate and
*> projects each record's finish before starting it; a projected
*> overrun suspends the batch with RETURN-CODE 6 instead of letting
*> operations cancel it mid-flight. A reduced-window night on the
*> business-day calendar (PI-CALENDAR-MASTER, see PICLDREC.CPY)
*> replaces the stored window end with its own for that night.
77 WS-WINDOW-END-TIME	PIC 9(4)		VALUE 0.

77 WS-WINDOW-END-SECONDS	PIC 9(9)V99	VALUE 0.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-XDV-FLAG		PIC X(9).

*> Extended-precision mode ("E" on a PI-RUN-PARM record): 16-50
*> decimal places, past anything a 9V9(15) field holds. Computed by
*> Machin's formula, PI = 16 arctan(1/5) - 4 arctan(1/239), in
*> multi-word decimal arithmetic - word 1 is the integer part, each
*> later word six more decimal places - carried ten places or more
*> beyond the target so the series' own truncation never reaches
*> a requested place. The digits are then checked against the
*> stored reference below; the ordinary outputs get the result
*> truncated to 15 places, the extended-result file and report get
*> all of it.
77 WS-EXTRES-STATUS	PIC XX.

77 WS-EXTRPT-STATUS	PIC XX.

77 WS-EXTENDED-MODE	PIC X			VALUE "N".
    88 EXTENDED-RUN			VALUE "Y".

*> PI to 50 decimal places - the yardstick for the correct-digit
*> count, and the reason 50 is the largest target accepted.
01 WS-REFERENCE-PI.
    05  WS-REF-INTEGER		PIC 9		VALUE 3.
    05  WS-REF-DECIMALS		PIC X(50)	VALUE
        "14159265358979323846264338327950288419716939937510".

77 WS-EXT-GUARD-DECIMALS	PIC 99		VALUE 10.

77 WS-EXT-WORD-BASE	PIC 9(7)		VALUE 1000000.

*> Words in use for this record: 1 + enough six-place words for the
*> target plus the guard places (11 for a 50-place target).
77 WS-EXT-WORDS		PIC 99		COMP.

77 WS-EXT-SUB		PIC 99		COMP.

01 WS-EXT-SUM.
    05  WS-EXT-SUM-WORD		PIC 9(6)	OCCURS 12 TIMES.
01 WS-EXT-SUM-DIGITS REDEFINES WS-EXT-SUM.
    05  WS-EXT-SUM-INTEGER	PIC 9(6).
    05  WS-EXT-SUM-DECIMALS	PIC X(66).

*> The current power of 1/x in the arctangent series, times the
*> formula's multiplier.
01 WS-EXT-POWER.
    05  WS-EXT-POWER-WORD	PIC 9(6)	OCCURS 12 TIMES.

*> The working operand every divide, add and subtract acts on.
01 WS-EXT-WORK.
    05  WS-EXT-WORK-WORD	PIC 9(6)	OCCURS 12 TIMES.

77 WS-EXT-DIVISOR	PIC 9(6).

77 WS-EXT-DIVIDEND	PIC 9(12).

77 WS-EXT-REMAINDER	PIC 9(6).

77 WS-EXT-WORD-RESULT	PIC S9(7).

77 WS-EXT-CARRY		PIC 9.

77 WS-EXT-MULTIPLIER	PIC 99.

77 WS-EXT-RECIPROCAL	PIC 9(3).

77 WS-EXT-ODD-DIVISOR	PIC 9(4).

77 WS-EXT-TERM-SIGN	PIC X.
    88 EXT-ADD-TERM			VALUE "+".
    88 EXT-SUBTRACT-TERM		VALUE "-".

77 WS-EXT-WORK-ZERO	PIC X			VALUE "N".
    88 EXT-WORK-ZERO			VALUE "Y".

77 WS-EXT-TERM-COUNT	PIC 9(8).

77 WS-EXT-CORRECT-DIGITS	PIC 99.

77 WS-EXT-DIGITS-MATCH	PIC X			VALUE "N".
    88 EXT-DIGITS-MATCH			VALUE "Y".

77 WS-EXT-DIGIT-STRING	PIC X(52).

*> The first 15 places of the result in PiValue's shape, for the
*> ordinary outputs.
01 WS-EXT-PI-15.
    05  WS-EXT-P15-INTEGER	PIC 9.
    05  WS-EXT-P15-DECIMALS	PIC X(15).
01 WS-EXT-PI-15-N REDEFINES WS-EXT-PI-15	PIC 9V9(15).

77 WS-EXTENDED-SHORT-COUNT	PIC 9(8)	VALUE 0.

01 WS-EXTENDED-HEADING-1	PIC X(40)
    VALUE "EXTENDED-PRECISION RESULTS".

01 WS-EXTENDED-HEADING-2.
    05  FILLER			PIC X(48)	VALUE
        "  RECORD  DEC  OK     TERMS   SECONDS  PI DIGITS".
    05  FILLER			PIC X(45)	VALUE SPACES.
    05  FILLER			PIC X(7)	VALUE "FLAG".

01 WS-EXTENDED-DETAIL-LINE.
    05  WS-XRL-RECORD-NO	PIC ZZZZZZZ9.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-XRL-TARGET		PIC Z9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-XRL-CORRECT		PIC Z9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-XRL-TERMS		PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-XRL-SECONDS		PIC ZZZZ9.99.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-XRL-DIGITS		PIC X(52).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-XRL-FLAG		PIC X(7).

77 WS-GOOD-ENTRY	PIC X			VALUE "N".
    88 GOOD-ENTRY			VALUE "Y".


77 WS-RUN-PARM-RECORD-NO	PIC 9(8)	VALUE 0.

*> The PI-TICKET-MASTER ticket the current PI-RUN-PARM record was
*> generated for (0 = none, and always 0 on the interactive path) -
*> stamped on its history record so PITKTCLS can close the ticket.
77 WS-TICKET-NUMBER	PIC 9(6)	VALUE 0.

77 WS-LAST-COMPLETED-RECORD-NO	PIC 9(8)	VALUE 0.

77 WS-SUMMARY-PAGE-NO	PIC 9(4)		VALUE 0.
	PERFORM Validate-Operator

	PERFORM Load-Calc-Parm-Defaults
	PERFORM Apply-Calendar-Window

	MOVE WS-RUN-START-TIME TO WS-TC-RAW
	PERFORM Convert-Time-To-Seconds
	END-IF
	WRITE PI-DIVERGENCE-REPORT-RECORD FROM WS-DIVERGENCE-HEADING

	OPEN OUTPUT PI-EXTENDED-RESULT
	IF WS-EXTRES-STATUS NOT = "00"
		DISPLAY "LAB4: PI-EXTENDED-RESULT could not be opened, status="
			WS-EXTRES-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN OUTPUT PI-EXTENDED-REPORT
	IF WS-EXTRPT-STATUS NOT = "00"
		DISPLAY "LAB4: PI-EXTENDED-REPORT could not be opened, status="
			WS-EXTRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	WRITE PI-EXTENDED-REPORT-RECORD FROM WS-EXTENDED-HEADING-1
	WRITE PI-EXTENDED-REPORT-RECORD FROM WS-EXTENDED-HEADING-2

	OPEN I-O PI-RUN-HISTORY
	IF WS-HISTORY-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
		END-IF
	END-IF

	*> Required with the master: a history record missing from the
	*> journal would be lost for good if the master had to be
	*> recovered from its backup.
	OPEN EXTEND PI-HISTORY-JOURNAL
	IF WS-HSTJRN-STATUS NOT = "00"
		OPEN OUTPUT PI-HISTORY-JOURNAL
		IF WS-HSTJRN-STATUS NOT = "00"
			DISPLAY "LAB4: PI-HISTORY-JOURNAL could not be opened, status="
				WS-HSTJRN-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF

	OPEN INPUT PI-RUN-PARM
	IF WS-RUNPARM-STATUS = "00"
		OPEN OUTPUT PI-SUMMARY
	CLOSE PI-CALC-AUDIT-LOG
	CLOSE PI-CSV-EXTRACT
	CLOSE PI-DIVERGENCE-REPORT
	CLOSE PI-EXTENDED-RESULT
	CLOSE PI-EXTENDED-REPORT
	CLOSE PI-RUN-HISTORY
	CLOSE PI-HISTORY-JOURNAL
	IF WS-APPROVAL-THRESHOLD > 0
		CLOSE PI-APPROVAL-QUEUE
	END-IF

	*> Code precedence: a flagged cross-check divergence or a short
	*> extended-precision result (10) outranks everything - it means
	*> the computation itself is in question; a
	*> window suspension (6) outranks skipped records (4) - either way
	*> the outputs are partial and distribution is held, but 6 tells
	*> the scheduler to resubmit rather than investigate.
	IF WS-DIVERGENCE-COUNT > 0 OR WS-EXTENDED-SHORT-COUNT > 0
		MOVE 10 TO RETURN-CODE
	ELSE
		IF WINDOW-SUSPENDED
				SET RUN-PARM-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RUN-PARM-RECORD-NO
				IF PRP-TICKET-NUMBER-X IS NUMERIC
					MOVE PRP-TICKET-NUMBER TO WS-TICKET-NUMBER
				ELSE
					MOVE 0 TO WS-TICKET-NUMBER
				END-IF
				IF WS-RUN-PARM-RECORD-NO > WS-LAST-COMPLETED-RECORD-NO
					PERFORM Validate-Run-Record
					IF VALID-RUN-RECORD
						MOVE "N" TO WS-EXTENDED-MODE
						IF PRECISION-RUN-RECORD
							PERFORM Set-Up-Precision-Run
						ELSE
							MOVE "N" TO WS-PRECISION-MODE
							IF EXTENDED-RUN-RECORD
								PERFORM Set-Up-Extended-Run
							ELSE
								MOVE PRP-NUMBER-OF-RUNS TO NumberOfRuns
								IF NumberOfRuns = 0
									MOVE WS-DEFAULT-NUMBER-OF-RUNS TO NumberOfRuns
								END-IF
							END-IF
						END-IF
						*> A fixed-count request above the operator's authorized
								IF RUN-HELD-FOR-APPROVAL
									ADD 1 TO WS-HELD-RUN-COUNT
								ELSE
									EVALUATE TRUE
										WHEN EXTENDED-RUN
											PERFORM Compute-And-Write-Extended
										WHEN PRP-ALGORITHM-MODE = "X"
											PERFORM Run-Cross-Check
										WHEN OTHER
											PERFORM Resolve-Algorithm-Mode
											PERFORM Compute-And-Write-Result
									END-EVALUATE
									PERFORM Consume-Run-Approval
								END-IF
							END-IF
						END-IF
					ELSE
						MOVE PRP-NUMBER-OF-RUNS-X TO WS-BAD-VALUE
						EVALUATE TRUE
							WHEN PRECISION-RUN-RECORD
								MOVE "Precision target must be 01-15"
									TO WS-ERROR-REASON
							WHEN EXTENDED-RUN-RECORD
							  AND PRP-ALGORITHM-MODE = "X"
								MOVE "Extended run cannot be mode X"
									TO WS-ERROR-REASON
							WHEN EXTENDED-RUN-RECORD
								MOVE "Extended target must be 16-50"
									TO WS-ERROR-REASON
							WHEN OTHER
								MOVE "NumberOfRuns must be numeric and > 9"
									TO WS-ERROR-REASON
						END-EVALUATE
						PERFORM Log-Bad-Entry
						ADD 1 TO WS-BAD-RUN-COUNT
					END-IF

Validate-Run-Record.
	MOVE "N" TO WS-VALID-RECORD
	IF EXTENDED-RUN-RECORD
		IF PRP-TARGET-DECIMALS-X IS NUMERIC
		  AND PRP-TARGET-DECIMALS > 15
		  AND PRP-TARGET-DECIMALS < 51
		  AND PRP-ALGORITHM-MODE NOT = "X"
			SET VALID-RUN-RECORD TO TRUE
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF PRECISION-RUN-RECORD
		IF PRP-TARGET-DECIMALS-X IS NUMERIC
		  AND PRP-TARGET-DECIMALS > 0
		MOVE WS-OPERATOR-MAX-RUNS TO NumberOfRuns
	END-IF.

Set-Up-Extended-Run.
	*> Extended-precision record: the series term count isn't known
	*> until the arithmetic runs (a few hundred at most for 50 places,
	*> far below any operator limit or approval threshold), so
	*> NumberOfRuns starts at zero and is replaced with the terms
	*> actually taken, as a precision-target run's is.
	SET EXTENDED-RUN TO TRUE
	MOVE PRP-TARGET-DECIMALS TO WS-TARGET-DECIMALS
	MOVE 0 TO NumberOfRuns
	COMPUTE WS-EXT-WORDS =
		1 + ((WS-TARGET-DECIMALS + WS-EXT-GUARD-DECIMALS + 5) / 6).

Validate-Operator.
	*> The accepted operator ID must be on the operator master and
	*> active before any run is performed - an unknown or inactive ID
		CLOSE PI-CALC-PARM
	END-IF.

Apply-Calendar-Window.
	*> Tonight's calendar entry, if any: only a reduced-window night
	*> changes anything here (PISCHED has already kept holiday and
	*> shutdown runs out of PI-RUN-PARM). No calendar master, or none
	*> readable, leaves the stored window in force.
	OPEN INPUT PI-CALENDAR-MASTER
	IF WS-CLDMST-STATUS NOT = "00"
		IF WS-CLDMST-STATUS NOT = "35"
			DISPLAY "LAB4: PI-CALENDAR-MASTER could not be opened,"
				" status=" WS-CLDMST-STATUS " - stored window kept"
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE WS-RUN-START-DATE TO CLD-DATE
	READ PI-CALENDAR-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF CALENDAR-REDUCED-WINDOW
				MOVE CLD-WINDOW-END-TIME TO WS-WINDOW-HHMM
				IF CLD-WINDOW-END-TIME > 0
				  AND WS-WP-HH < 24 AND WS-WP-MM < 60
					MOVE CLD-WINDOW-END-TIME TO WS-WINDOW-END-TIME
					DISPLAY "LAB4: reduced-window night - window ends "
						CLD-WINDOW-END-TIME
				ELSE
					DISPLAY "LAB4: calendar window end time invalid -"
						" stored window kept"
				END-IF
			END-IF
	END-READ
	CLOSE PI-CALENDAR-MASTER.

Resolve-Algorithm-Mode.
	MOVE PRP-ALGORITHM-MODE TO WS-ALGORITHM-MODE
	IF WS-ALGORITHM-MODE NOT = "L" AND WS-ALGORITHM-MODE NOT = "N"
	ADD 1 TO WS-BATCH-RUN-COUNT
	ADD NumberOfRuns TO WS-BATCH-TOTAL-ITERATIONS.

Compute-And-Write-Extended.
	*> One extended-precision result: the whole digit string to the
	*> extended-result file and report, and the 15-place truncation to
	*> every ordinary output, so the run still reconciles on PIRECON
	*> and appears on the run history and audit log like any other.
	PERFORM Calculate-Extended-Pi
	MOVE "E" TO WS-ALGORITHM-MODE
	DISPLAY "Output: ", WS-EXT-DIGIT-STRING
	PERFORM Write-Report-Record
	PERFORM Write-Audit-Entry
	PERFORM Write-Csv-Extract-Record
	PERFORM Write-History-Record
	PERFORM Write-Summary-Detail-Line
	PERFORM Write-Extended-Result
	ADD 1 TO WS-BATCH-RUN-COUNT
	ADD NumberOfRuns TO WS-BATCH-TOTAL-ITERATIONS.

Run-Cross-Check.
	*> Cross-check mode: the same request under both series, each leg
	*> written to the normal outputs, then the pair compared on the
	END-IF
	WRITE PI-DIVERGENCE-REPORT-RECORD FROM WS-DIVERGENCE-DETAIL-LINE.

Write-Extended-Result.
	MOVE SPACES TO PI-EXTENDED-RESULT-RECORD
	MOVE SPACES TO WS-EXTENDED-DETAIL-LINE
	MOVE WS-RUN-ID TO EXT-RUN-ID
	MOVE WS-RUN-PARM-RECORD-NO TO EXT-RECORD-ORDINAL
	MOVE WS-OPERATOR-ID TO EXT-OPERATOR-ID
	MOVE WS-TARGET-DECIMALS TO EXT-TARGET-DECIMALS
	MOVE WS-EXT-CORRECT-DIGITS TO EXT-CORRECT-DIGITS
	MOVE WS-EXT-TERM-COUNT TO EXT-TERM-COUNT
	MOVE WS-ELAPSED-SECONDS TO EXT-ELAPSED-SECONDS
	MOVE WS-EXT-DIGIT-STRING TO EXT-PI-DIGITS
	IF WS-EXT-CORRECT-DIGITS = WS-TARGET-DECIMALS
		SET EXTENDED-RESULT-CORRECT TO TRUE
		MOVE SPACES TO WS-XRL-FLAG
	ELSE
		SET EXTENDED-RESULT-SHORT TO TRUE
		MOVE "*SHORT*" TO WS-XRL-FLAG
		ADD 1 TO WS-EXTENDED-SHORT-COUNT
		DISPLAY "LAB4: extended record " WS-RUN-PARM-RECORD-NO
			" correct to only " WS-EXT-CORRECT-DIGITS " of "
			WS-TARGET-DECIMALS " places - distribution held"
	END-IF
	WRITE PI-EXTENDED-RESULT-RECORD
	MOVE WS-RUN-PARM-RECORD-NO TO WS-XRL-RECORD-NO
	MOVE WS-TARGET-DECIMALS TO WS-XRL-TARGET
	MOVE WS-EXT-CORRECT-DIGITS TO WS-XRL-CORRECT
	MOVE WS-EXT-TERM-COUNT TO WS-XRL-TERMS
	MOVE WS-ELAPSED-SECONDS TO WS-XRL-SECONDS
	MOVE WS-EXT-DIGIT-STRING TO WS-XRL-DIGITS
	WRITE PI-EXTENDED-REPORT-RECORD FROM WS-EXTENDED-DETAIL-LINE.

Check-Batch-Window.
	*> Projects this record's finish from the measured iteration rate.
	*> No window configured, or no rate measured yet (first record),
	*> A held record is a skipped record - it goes to the error log
	*> like any other skip, so the night-status page can itemize it
	*> for the morning shift instead of showing an unexplained gap.
	*> A batch record logs its run field as keyed, like every other
	*> batch skip, so PITKTCLS can tie the hold to the ticket that
	*> raised it - a precision or default-count record's resolved
	*> NumberOfRuns would not match. The interactive path has no
	*> record and logs the entry.
	IF WS-RUN-PARM-RECORD-NO = 0
		MOVE NumberOfRuns TO WS-BAD-VALUE
	ELSE
		MOVE PRP-NUMBER-OF-RUNS-X TO WS-BAD-VALUE
	END-IF
	MOVE "Held for dual-control approval" TO WS-ERROR-REASON
	PERFORM Log-Bad-Entry
	IF PENDING-MATCH-FOUND
	MOVE WS-ELAPSED-SECONDS TO HST-ELAPSED-SECONDS
	MOVE WS-OPERATOR-ID TO HST-OPERATOR-ID
	MOVE WS-RUN-ID TO HST-RUN-ID
	MOVE WS-TICKET-NUMBER TO HST-TICKET-NUMBER
	WRITE PI-RUN-HISTORY-RECORD
	*> Status 22 = duplicate key: the two legs of a fast cross-check
	*> record share the ordinal and can land in the same hundredth of
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "LAB4: PI-RUN-HISTORY write failed, status="
			WS-HISTORY-STATUS
		EXIT PARAGRAPH
	END-IF
	*> Journaled with its final key, after any duplicate-key bump, so
	*> a roll-forward re-creates exactly the record the master holds.
	WRITE PI-HISTORY-JOURNAL-RECORD FROM PI-RUN-HISTORY-RECORD
	IF WS-HSTJRN-STATUS NOT = "00"
		DISPLAY "LAB4: PI-HISTORY-JOURNAL write failed, status="
			WS-HSTJRN-STATUS
	END-IF.

Write-Summary-Heading.

	PERFORM Clear-Checkpoint.

Calculate-Extended-Pi.
	*> Machin's formula: PI = 16 arctan(1/5) - 4 arctan(1/239), each
	*> arctangent summed into WS-EXT-SUM a word array at a time.
	ACCEPT WS-START-TIME FROM TIME

	MOVE ZEROS TO WS-EXT-SUM
	MOVE 0 TO WS-EXT-TERM-COUNT
	MOVE 16 TO WS-EXT-MULTIPLIER
	MOVE 5 TO WS-EXT-RECIPROCAL
	SET EXT-ADD-TERM TO TRUE
	PERFORM Extended-Arctangent
	MOVE 4 TO WS-EXT-MULTIPLIER
	MOVE 239 TO WS-EXT-RECIPROCAL
	SET EXT-SUBTRACT-TERM TO TRUE
	PERFORM Extended-Arctangent
	MOVE WS-EXT-TERM-COUNT TO NumberOfRuns

	*> The digit string is truncated at the target, never rounded - a
	*> rounded last place would not match the reference digit for
	*> digit.
	MOVE WS-EXT-SUM-WORD (1) TO WS-EXT-P15-INTEGER
	MOVE SPACES TO WS-EXT-DIGIT-STRING
	STRING
		WS-EXT-P15-INTEGER DELIMITED BY SIZE
		"." DELIMITED BY SIZE
		WS-EXT-SUM-DECIMALS (1:WS-TARGET-DECIMALS) DELIMITED BY SIZE
		INTO WS-EXT-DIGIT-STRING
	END-STRING
	MOVE WS-EXT-SUM-DECIMALS (1:15) TO WS-EXT-P15-DECIMALS
	MOVE WS-EXT-PI-15-N TO PiValue

	PERFORM Count-Correct-Digits

	ACCEPT WS-END-TIME FROM TIME

	MOVE WS-START-TIME TO WS-TC-RAW
	PERFORM Convert-Time-To-Seconds
	MOVE WS-TC-SECONDS TO WS-START-SECONDS

	MOVE WS-END-TIME TO WS-TC-RAW
	PERFORM Convert-Time-To-Seconds
	MOVE WS-TC-SECONDS TO WS-END-SECONDS

	*> The window governor's iteration rate is left alone - a Machin
	*> term costs nothing like a series iteration.
	COMPUTE WS-ELAPSED-SECONDS = WS-END-SECONDS - WS-START-SECONDS.

Extended-Arctangent.
	*> Adds (or, for a leading "-", subtracts) multiplier * arctan(1/x)
	*> to WS-EXT-SUM: term k is multiplier / x**(2k+1) / (2k+1), the
	*> signs alternating, until the running power of 1/x underflows
	*> the last word in use. The power is carried separately and
	*> divided by x squared per term, so no term needs a big divisor.
	MOVE ZEROS TO WS-EXT-WORK
	MOVE WS-EXT-MULTIPLIER TO WS-EXT-WORK-WORD (1)
	MOVE WS-EXT-RECIPROCAL TO WS-EXT-DIVISOR
	PERFORM Divide-Extended-Work
	MOVE WS-EXT-WORK TO WS-EXT-POWER
	MOVE 1 TO WS-EXT-ODD-DIVISOR
	*> The loop test sees the zero switch as the power's divide, the
	*> last one in the body, left it.
	PERFORM UNTIL EXT-WORK-ZERO
		MOVE WS-EXT-POWER TO WS-EXT-WORK
		MOVE WS-EXT-ODD-DIVISOR TO WS-EXT-DIVISOR
		PERFORM Divide-Extended-Work
		IF EXT-ADD-TERM
			PERFORM Add-Extended-Work
			SET EXT-SUBTRACT-TERM TO TRUE
		ELSE
			PERFORM Subtract-Extended-Work
			SET EXT-ADD-TERM TO TRUE
		END-IF
		ADD 1 TO WS-EXT-TERM-COUNT
		ADD 2 TO WS-EXT-ODD-DIVISOR
		MOVE WS-EXT-POWER TO WS-EXT-WORK
		COMPUTE WS-EXT-DIVISOR = WS-EXT-RECIPROCAL * WS-EXT-RECIPROCAL
		PERFORM Divide-Extended-Work
		MOVE WS-EXT-WORK TO WS-EXT-POWER
	END-PERFORM.

Divide-Extended-Work.
	*> Long division of WS-EXT-WORK by a divisor under one word, most
	*> significant word first, each remainder carried down into the
	*> next word; the truncated remainder off the last word is the
	*> guard places' business.
	MOVE 0 TO WS-EXT-REMAINDER
	SET EXT-WORK-ZERO TO TRUE
	PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
	  UNTIL WS-EXT-SUB > WS-EXT-WORDS
		COMPUTE WS-EXT-DIVIDEND =
			(WS-EXT-REMAINDER * WS-EXT-WORD-BASE)
			+ WS-EXT-WORK-WORD (WS-EXT-SUB)
		DIVIDE WS-EXT-DIVIDEND BY WS-EXT-DIVISOR
			GIVING WS-EXT-WORK-WORD (WS-EXT-SUB)
			REMAINDER WS-EXT-REMAINDER
		IF WS-EXT-WORK-WORD (WS-EXT-SUB) NOT = 0
			MOVE "N" TO WS-EXT-WORK-ZERO
		END-IF
	END-PERFORM.

Add-Extended-Work.
	MOVE 0 TO WS-EXT-CARRY
	PERFORM VARYING WS-EXT-SUB FROM WS-EXT-WORDS BY -1
	  UNTIL WS-EXT-SUB < 1
		COMPUTE WS-EXT-WORD-RESULT = WS-EXT-SUM-WORD (WS-EXT-SUB)
			+ WS-EXT-WORK-WORD (WS-EXT-SUB) + WS-EXT-CARRY
		IF WS-EXT-WORD-RESULT NOT < WS-EXT-WORD-BASE
			SUBTRACT WS-EXT-WORD-BASE FROM WS-EXT-WORD-RESULT
			MOVE 1 TO WS-EXT-CARRY
		ELSE
			MOVE 0 TO WS-EXT-CARRY
		END-IF
		MOVE WS-EXT-WORD-RESULT TO WS-EXT-SUM-WORD (WS-EXT-SUB)
	END-PERFORM.

Subtract-Extended-Work.
	*> The series terms shrink, so the running sum never goes below
	*> the term being taken off it - no borrow out of word 1.
	MOVE 0 TO WS-EXT-CARRY
	PERFORM VARYING WS-EXT-SUB FROM WS-EXT-WORDS BY -1
	  UNTIL WS-EXT-SUB < 1
		COMPUTE WS-EXT-WORD-RESULT = WS-EXT-SUM-WORD (WS-EXT-SUB)
			- WS-EXT-WORK-WORD (WS-EXT-SUB) - WS-EXT-CARRY
		IF WS-EXT-WORD-RESULT < 0
			ADD WS-EXT-WORD-BASE TO WS-EXT-WORD-RESULT
			MOVE 1 TO WS-EXT-CARRY
		ELSE
			MOVE 0 TO WS-EXT-CARRY
		END-IF
		MOVE WS-EXT-WORD-RESULT TO WS-EXT-SUM-WORD (WS-EXT-SUB)
	END-PERFORM.

Count-Correct-Digits.
	*> Leading decimal places that agree with the stored reference,
	*> up to the target - the first disagreement ends the count.
	MOVE 0 TO WS-EXT-CORRECT-DIGITS
	IF WS-EXT-P15-INTEGER NOT = WS-REF-INTEGER
		EXIT PARAGRAPH
	END-IF
	SET EXT-DIGITS-MATCH TO TRUE
	PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
	  UNTIL WS-EXT-SUB > WS-TARGET-DECIMALS
	  OR NOT EXT-DIGITS-MATCH
		IF WS-EXT-SUM-DECIMALS (WS-EXT-SUB:1)
		  = WS-REF-DECIMALS (WS-EXT-SUB:1)
			ADD 1 TO WS-EXT-CORRECT-DIGITS
		ELSE
			MOVE "N" TO WS-EXT-DIGITS-MATCH
		END-IF
	END-PERFORM.

Precision-Series-Loop.
	*> The original series loop, unchanged - precision-target records
	*> need the error margin tested after every term.
