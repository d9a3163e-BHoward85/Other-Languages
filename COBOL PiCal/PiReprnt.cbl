 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIREPRNT.
AUTHOR. Brad Howard.
*> Reprint and re-distribution of any prior execution's outputs.
*> PIRPTFMT bursts only the current execution (the run identifier on
*> tonight's PICTLTOT trailer); this program regenerates the final
*> report and the per-recipient outputs for an earlier execution -
*> or every execution in a date range - from the PI-RUN-HISTORY
*> records carrying its run identifier, so a recipient who never got
*> last Tuesday's cut, or a new recipient who wants the last month,
*> doesn't mean digging through old report datasets by hand.
*> Three lines are read via ACCEPT from SYSIN:
*>   1. the run identifier to reprint (16 characters, date YYYYMMDD
*>      + time HHMMSShh as PIHSTINQ shows it) - or an 8-digit start
*>      date to reprint every execution from that date on
*>   2. the end of the range: a run identifier or an 8-digit end
*>      date; blank reprints exactly the execution(s) line 1 names
*>   3. one RCP-RECIPIENT-ID to re-distribute to, or blank for every
*>      active recipient on the PI-DISTRIBUTION-MASTER
*> Each execution found gets its own section on the final report
*> (PIRPTFIN) and in every recipient's output, built from the history
*> records in the report's own line format and chosen by PIRPTFMT's
*> selection rules (see PIDSTREC.CPY). Recipient outputs land on the
*> same fixed slots PIDST01-PIDST08 in recipient-ID order - a single
*> named recipient always on PIDST01. Every page section is stamped
*> REPRINT with the original run identifier and the reprint date (a
*> CSV recipient gets a leading "REPRINT,<run id>,<date>" row), and
*> every recipient/execution pair is logged to PI-DISTRIBUTION-LOG
*> (appended, so the reprint history accumulates), so a reprinted
*> page is never mistaken for the night's original.
*>   RETURN-CODE = 0  outputs reprinted
*>   RETURN-CODE = 4  nothing to reprint - no history records carry
*>                    the run identifier(s), or the named recipient
*>                    is not an active recipient on the master
*>   RETURN-CODE = 8  a file could not be opened
*>   RETURN-CODE = 12 the SYSIN run identifier/date range is invalid

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-REPORT-FINAL ASSIGN TO "PIRPTFIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FINAL-STATUS.

    SELECT PI-DISTRIBUTION-MASTER ASSIGN TO "PIDSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCP-RECIPIENT-ID
        FILE STATUS IS WS-DSTMST-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PI-DISTRIBUTION-LOG ASSIGN TO "PIDSTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTLOG-STATUS.

    SELECT PI-DIST-OUT-01 ASSIGN TO "PIDST01"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-02 ASSIGN TO "PIDST02"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-03 ASSIGN TO "PIDST03"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-04 ASSIGN TO "PIDST04"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-05 ASSIGN TO "PIDST05"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-06 ASSIGN TO "PIDST06"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-07 ASSIGN TO "PIDST07"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

    SELECT PI-DIST-OUT-08 ASSIGN TO "PIDST08"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-REPORT-FINAL
    RECORDING MODE IS F.
01  PI-REPORT-FINAL-RECORD         PIC X(70).

FD  PI-DISTRIBUTION-MASTER.
    COPY PIDSTREC.

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

FD  PI-DISTRIBUTION-LOG
    RECORDING MODE IS F.
01  PI-DISTRIBUTION-LOG-RECORD     PIC X(80).

*> The eight distribution slots share one status field - only one is
*> ever open at a time, one recipient's reprint start to finish.
FD  PI-DIST-OUT-01
    RECORDING MODE IS F.
01  PI-DIST-OUT-01-RECORD          PIC X(80).

FD  PI-DIST-OUT-02
    RECORDING MODE IS F.
01  PI-DIST-OUT-02-RECORD          PIC X(80).

FD  PI-DIST-OUT-03
    RECORDING MODE IS F.
01  PI-DIST-OUT-03-RECORD          PIC X(80).

FD  PI-DIST-OUT-04
    RECORDING MODE IS F.
01  PI-DIST-OUT-04-RECORD          PIC X(80).

FD  PI-DIST-OUT-05
    RECORDING MODE IS F.
01  PI-DIST-OUT-05-RECORD          PIC X(80).

FD  PI-DIST-OUT-06
    RECORDING MODE IS F.
01  PI-DIST-OUT-06-RECORD          PIC X(80).

FD  PI-DIST-OUT-07
    RECORDING MODE IS F.
01  PI-DIST-OUT-07-RECORD          PIC X(80).

FD  PI-DIST-OUT-08
    RECORDING MODE IS F.
01  PI-DIST-OUT-08-RECORD          PIC X(80).

WORKING-STORAGE SECTION.
77 WS-REPORT-FINAL-STATUS	PIC XX.

77 WS-DSTMST-STATUS	PIC XX.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-DSTLOG-STATUS	PIC XX.

77 WS-DSTOUT-STATUS	PIC XX.

77 WS-DSTMST-EOF	PIC X			VALUE "N".
    88 DSTMST-EOF			VALUE "Y".

77 WS-HISTORY-EOF	PIC X			VALUE "N".
    88 HISTORY-EOF			VALUE "Y".

77 WS-RAW-FROM		PIC X(16).

77 WS-RAW-TO		PIC X(16).

77 WS-WANTED-RECIPIENT	PIC X(8).

*> The run identifiers wanted, inclusive. A date given on SYSIN is
*> widened to that day's first/last possible identifier.
77 WS-FROM-RUN-ID	PIC X(16).

77 WS-TO-RUN-ID		PIC X(16).

77 WS-FROM-DATE		PIC 9(8).

77 WS-TO-DATE		PIC 9(8).

77 WS-DAY-NUMBER	PIC 9(8).

*> History keys carry the time each result was written, the run
*> identifier the time the execution started - an execution that
*> ran past midnight has records dated the day after its run id, so
*> every scan reads one day beyond the last run-id date.
77 WS-SCAN-FROM-DATE	PIC 9(8).

77 WS-SCAN-STOP-DATE	PIC 9(8).

77 WS-REPRINT-DATE	PIC 9(8).

77 WS-RUN-ID-COUNT	PIC 9(4)		VALUE 0.

77 WS-MAX-RUN-IDS	PIC 9(4)		VALUE 100.

77 WS-RUN-IDX		PIC 9(4)		VALUE 0.

77 WS-SEARCH-IDX	PIC 9(4)		VALUE 0.

77 WS-RUN-ID-KNOWN	PIC X			VALUE "N".
    88 RUN-ID-KNOWN			VALUE "Y".

*> The executions found in the range, in the order their first
*> history record sits on the master.
01 WS-RUN-ID-TABLE.
    05  WS-RUN-ID-ENTRY		OCCURS 100 TIMES.
	10  WS-RUN-ID-VALUE	PIC X(16).
	10  WS-RUN-ID-RECORDS	PIC 9(8).

77 WS-CURRENT-RUN-ID	PIC X(16).

77 WS-LINE-COUNT	PIC 9(8)		VALUE 0.

77 WS-SLOT-NO		PIC 99			VALUE 0.

77 WS-MAX-SLOTS		PIC 99			VALUE 8.

77 WS-RECIPIENT-COUNT	PIC 9(4)		VALUE 0.

*> The current recipient's fields, copied out of the master record
*> so the history scan can't disturb them.
77 WS-RCP-ID		PIC X(8).

77 WS-RCP-NAME		PIC X(30).

77 WS-RCP-SELECT-TYPE	PIC X.

77 WS-RCP-OPERATOR-ID	PIC X(8).

77 WS-RCP-RUNS-FROM	PIC 9(8).

77 WS-RCP-RUNS-TO	PIC 9(8).

77 WS-RCP-MODE		PIC X.

77 WS-RCP-STYLE		PIC X.

77 WS-SELECTED-COUNT	PIC 9(8)		VALUE 0.

77 WS-SELECTED-ITERATIONS	PIC 9(16)	VALUE 0.

77 WS-RECIPIENT-LINES	PIC 9(8)		VALUE 0.

77 WS-SECTION-LINES	PIC 9(8)		VALUE 0.

77 WS-RECORD-WANTED	PIC X			VALUE "N".
    88 RECORD-WANTED			VALUE "Y".

77 WS-BURST-LINE	PIC X(80).

01 WS-BANNER-LINE-1	PIC X(70)
    VALUE "*** PI CALCULATION REPORT - REPRINT ***".

01 WS-REPRINT-STAMP-LINE.
    05  FILLER			PIC X(17)	VALUE "ORIGINAL RUN ID: ".
    05  WS-RS-RUN-ID		PIC X(16).
    05  FILLER			PIC X(13)	VALUE "  REPRINTED: ".
    05  WS-RS-DATE		PIC 9(8).
    05  FILLER			PIC X(16)	VALUE SPACES.

01 WS-TRAILER-LINE.
    05  FILLER			PIC X(20)	VALUE "END OF REPRINT - ".
    05  WS-TL-LINE-COUNT	PIC ZZZZZZZ9.
    05  FILLER			PIC X(8)	VALUE " LINE(S)".
    05  FILLER			PIC X(34)	VALUE SPACES.

01 WS-RECIPIENT-BANNER.
    05  FILLER			PIC X(26)
	VALUE "*** PI CALCULATION REPORT".
    05  FILLER			PIC X(6)	VALUE " FOR: ".
    05  WS-RB-NAME		PIC X(30).
    05  FILLER			PIC X(4)	VALUE " ***".

01 WS-RECIPIENT-STAMP.
    05  FILLER			PIC X(32)
	VALUE "*** REPRINT - ORIGINAL RUN ID: ".
    05  WS-RST-RUN-ID		PIC X(16).
    05  FILLER			PIC X(13)	VALUE "  REPRINTED: ".
    05  WS-RST-DATE		PIC 9(8).
    05  FILLER			PIC X(4)	VALUE " ***".

77 WS-DETAIL-HEADING	PIC X(60)
    VALUE "  RUNS     PI VALUE         ERROR MARGIN       ALG  SECONDS".

*> Detail line in the report's own format (see Lab4's
*> PI-REPORT-RECORD), rebuilt from the history record.
01 WS-BURST-DETAIL-LINE.
    05  WS-BD-NUMBER-OF-RUNS	PIC ZZZZZZZ9.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-BD-PI-VALUE		PIC 9.9(15).
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-BD-ERROR-MARGIN	PIC -9.9(15).
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-BD-ALGORITHM-MODE	PIC X.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-BD-ELAPSED-SECONDS	PIC ZZZZ9.99.

01 WS-BURST-SUMMARY-LINE.
    05  FILLER			PIC X(18)	VALUE "RESULTS SELECTED: ".
    05  WS-BS-SELECTED		PIC ZZZZZZZ9.
    05  FILLER			PIC X(5)	VALUE SPACES.
    05  FILLER			PIC X(18)	VALUE "TOTAL ITERATIONS: ".
    05  WS-BS-ITERATIONS	PIC ZZZZZZZZZZZZZZZ9.

77 WS-CSV-NUMBER-OF-RUNS	PIC Z(7)9.

77 WS-CSV-PI-VALUE		PIC 9.9(15).

01 WS-DSTLOG-HEADING	PIC X(60)
    VALUE "RECIPIENT S  SELECTED     LINES  ORIGINAL RUN ID   NAME".

01 WS-DSTLOG-REPRINT-LINE.
    05  FILLER			PIC X(18)	VALUE "REPRINT OF RUN ID ".
    05  WS-DR-RUN-ID		PIC X(16).
    05  FILLER			PIC X(4)	VALUE " ON ".
    05  WS-DR-DATE		PIC 9(8).
    05  FILLER			PIC X(10)	VALUE " RECORDS: ".
    05  WS-DR-RECORDS		PIC ZZZZZZZ9.
    05  FILLER			PIC X(16)	VALUE SPACES.

01 WS-DSTLOG-DETAIL-LINE.
    05  WS-DL-RECIPIENT-ID	PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DL-STYLE		PIC X.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DL-SELECTED		PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DL-LINES		PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DL-RUN-ID		PIC X(16).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-DL-NAME		PIC X(29).

01 WS-DSTLOG-NOTE-LINE	PIC X(80).

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter run ID or start date (YYYYMMDD) to reprint"
	ACCEPT WS-RAW-FROM
	DISPLAY "Enter end run ID or end date (blank = same)"
	ACCEPT WS-RAW-TO
	DISPLAY "Enter recipient ID (blank = all active recipients)"
	ACCEPT WS-WANTED-RECIPIENT
	PERFORM Resolve-Run-Id-Range
	ACCEPT WS-REPRINT-DATE FROM DATE YYYYMMDD

	OPEN INPUT PI-RUN-HISTORY
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PIREPRNT: PI-RUN-HISTORY could not be opened, status="
			WS-HISTORY-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	PERFORM Collect-Run-Ids
	IF WS-RUN-ID-COUNT = 0
		DISPLAY "PIREPRNT: no history records carry run ID(s) "
			WS-FROM-RUN-ID " - " WS-TO-RUN-ID " - nothing reprinted"
		CLOSE PI-RUN-HISTORY
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN INPUT PI-DISTRIBUTION-MASTER
	IF WS-DSTMST-STATUS NOT = "00"
		DISPLAY "PIREPRNT: PI-DISTRIBUTION-MASTER could not be opened,"
			" status=" WS-DSTMST-STATUS
		CLOSE PI-RUN-HISTORY
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-WANTED-RECIPIENT NOT = SPACES
		MOVE WS-WANTED-RECIPIENT TO RCP-RECIPIENT-ID
		READ PI-DISTRIBUTION-MASTER
			INVALID KEY
				MOVE "I" TO RCP-ACTIVE-FLAG
		END-READ
		IF NOT RECIPIENT-ACTIVE
			DISPLAY "PIREPRNT: recipient " WS-WANTED-RECIPIENT
				" is not an active recipient - nothing reprinted"
			CLOSE PI-DISTRIBUTION-MASTER
			CLOSE PI-RUN-HISTORY
			MOVE 4 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF

	OPEN OUTPUT PI-REPORT-FINAL
	IF WS-REPORT-FINAL-STATUS NOT = "00"
		DISPLAY "PIREPRNT: PI-REPORT-FINAL could not be opened, status="
			WS-REPORT-FINAL-STATUS
		CLOSE PI-DISTRIBUTION-MASTER
		CLOSE PI-RUN-HISTORY
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	*> The log accumulates across reprints, like the error log.
	OPEN EXTEND PI-DISTRIBUTION-LOG
	IF WS-DSTLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-DISTRIBUTION-LOG
		IF WS-DSTLOG-STATUS NOT = "00"
			DISPLAY "PIREPRNT: PI-DISTRIBUTION-LOG could not be opened,"
				" status=" WS-DSTLOG-STATUS
			CLOSE PI-REPORT-FINAL
			CLOSE PI-DISTRIBUTION-MASTER
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF

	PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
	  UNTIL WS-RUN-IDX > WS-RUN-ID-COUNT
		PERFORM Reprint-Final-Report
	END-PERFORM
	CLOSE PI-REPORT-FINAL

	WRITE PI-DISTRIBUTION-LOG-RECORD FROM WS-DSTLOG-HEADING
	PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
	  UNTIL WS-RUN-IDX > WS-RUN-ID-COUNT
		MOVE WS-RUN-ID-VALUE(WS-RUN-IDX) TO WS-DR-RUN-ID
		MOVE WS-REPRINT-DATE TO WS-DR-DATE
		MOVE WS-RUN-ID-RECORDS(WS-RUN-IDX) TO WS-DR-RECORDS
		WRITE PI-DISTRIBUTION-LOG-RECORD FROM WS-DSTLOG-REPRINT-LINE
	END-PERFORM

	IF WS-WANTED-RECIPIENT NOT = SPACES
		PERFORM Reprint-One-Recipient
	ELSE
		MOVE SPACES TO RCP-RECIPIENT-ID
		START PI-DISTRIBUTION-MASTER KEY NOT < RCP-RECIPIENT-ID
		IF WS-DSTMST-STATUS NOT = "00"
			SET DSTMST-EOF TO TRUE
		END-IF
		PERFORM UNTIL DSTMST-EOF
			READ PI-DISTRIBUTION-MASTER NEXT RECORD
				AT END
					SET DSTMST-EOF TO TRUE
				NOT AT END
					IF RECIPIENT-ACTIVE
						PERFORM Reprint-One-Recipient
					END-IF
			END-READ
		END-PERFORM
	END-IF

	CLOSE PI-DISTRIBUTION-LOG
	CLOSE PI-DISTRIBUTION-MASTER
	CLOSE PI-RUN-HISTORY

	DISPLAY "PIREPRNT: reprinted " WS-RUN-ID-COUNT " execution(s), "
		WS-LINE-COUNT " report line(s), " WS-RECIPIENT-COUNT
		" recipient output(s)"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Resolve-Run-Id-Range.
	*> Line 1 is a run identifier (16 digits) or a start date (8
	*> digits); line 2 likewise, blank meaning "same as line 1".
	IF WS-RAW-TO = SPACES
		MOVE WS-RAW-FROM TO WS-RAW-TO
	END-IF
	EVALUATE TRUE
		WHEN WS-RAW-FROM IS NUMERIC
			MOVE WS-RAW-FROM TO WS-FROM-RUN-ID
		WHEN WS-RAW-FROM(1:8) IS NUMERIC AND WS-RAW-FROM(9:8) = SPACES
			MOVE WS-RAW-FROM(1:8) TO WS-FROM-RUN-ID
			MOVE "00000000" TO WS-FROM-RUN-ID(9:8)
		WHEN OTHER
			DISPLAY "PIREPRNT: invalid run ID or start date "
				WS-RAW-FROM
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-EVALUATE
	EVALUATE TRUE
		WHEN WS-RAW-TO IS NUMERIC
			MOVE WS-RAW-TO TO WS-TO-RUN-ID
		WHEN WS-RAW-TO(1:8) IS NUMERIC AND WS-RAW-TO(9:8) = SPACES
			MOVE WS-RAW-TO(1:8) TO WS-TO-RUN-ID
			MOVE "99999999" TO WS-TO-RUN-ID(9:8)
		WHEN OTHER
			DISPLAY "PIREPRNT: invalid end run ID or end date "
				WS-RAW-TO
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-EVALUATE
	MOVE WS-FROM-RUN-ID(1:8) TO WS-FROM-DATE
	MOVE WS-TO-RUN-ID(1:8) TO WS-TO-DATE
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
	  OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
	  OR WS-TO-RUN-ID < WS-FROM-RUN-ID
		DISPLAY "PIREPRNT: invalid run ID range " WS-FROM-RUN-ID
			" - " WS-TO-RUN-ID
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-FROM-DATE TO WS-SCAN-FROM-DATE
	COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TO-DATE) + 1
	COMPUTE WS-SCAN-STOP-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

Collect-Run-Ids.
	MOVE "N" TO WS-HISTORY-EOF
	PERFORM Start-History-Scan
	PERFORM UNTIL HISTORY-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				IF HST-RUN-DATE > WS-SCAN-STOP-DATE
					SET HISTORY-EOF TO TRUE
				ELSE
					IF HST-RUN-ID NOT < WS-FROM-RUN-ID
					  AND HST-RUN-ID NOT > WS-TO-RUN-ID
						PERFORM Note-Run-Id
					END-IF
				END-IF
		END-READ
	END-PERFORM.

Note-Run-Id.
	MOVE "N" TO WS-RUN-ID-KNOWN
	PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
	  UNTIL WS-SEARCH-IDX > WS-RUN-ID-COUNT OR RUN-ID-KNOWN
		IF WS-RUN-ID-VALUE(WS-SEARCH-IDX) = HST-RUN-ID
			SET RUN-ID-KNOWN TO TRUE
			ADD 1 TO WS-RUN-ID-RECORDS(WS-SEARCH-IDX)
		END-IF
	END-PERFORM
	IF RUN-ID-KNOWN
		EXIT PARAGRAPH
	END-IF
	IF WS-RUN-ID-COUNT >= WS-MAX-RUN-IDS
		DISPLAY "PIREPRNT: more than " WS-MAX-RUN-IDS " executions in"
			" the range - run ID " HST-RUN-ID " not reprinted"
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-RUN-ID-COUNT
	MOVE HST-RUN-ID TO WS-RUN-ID-VALUE(WS-RUN-ID-COUNT)
	MOVE 1 TO WS-RUN-ID-RECORDS(WS-RUN-ID-COUNT).

Start-History-Scan.
	*> Positions on the first history record dated on or after the
	*> scan-from date; callers read NEXT until past the stop date.
	MOVE WS-SCAN-FROM-DATE TO HST-RUN-DATE
	MOVE 0 TO HST-RUN-TIME
	MOVE 0 TO HST-RECORD-ORDINAL
	START PI-RUN-HISTORY KEY NOT < HST-KEY
	IF WS-HISTORY-STATUS NOT = "00"
		SET HISTORY-EOF TO TRUE
	END-IF.

Position-On-Current-Run.
	*> Narrows the scan to the current execution's start date and the
	*> day after it.
	MOVE WS-CURRENT-RUN-ID(1:8) TO WS-SCAN-FROM-DATE
	COMPUTE WS-DAY-NUMBER =
		FUNCTION INTEGER-OF-DATE(WS-SCAN-FROM-DATE) + 1
	COMPUTE WS-SCAN-STOP-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
	MOVE "N" TO WS-HISTORY-EOF
	PERFORM Start-History-Scan.

Reprint-Final-Report.
	MOVE WS-RUN-ID-VALUE(WS-RUN-IDX) TO WS-CURRENT-RUN-ID
	MOVE WS-CURRENT-RUN-ID TO WS-RS-RUN-ID
	MOVE WS-REPRINT-DATE TO WS-RS-DATE
	WRITE PI-REPORT-FINAL-RECORD FROM WS-BANNER-LINE-1
	WRITE PI-REPORT-FINAL-RECORD FROM WS-REPRINT-STAMP-LINE
	WRITE PI-REPORT-FINAL-RECORD FROM WS-DETAIL-HEADING
	MOVE 0 TO WS-SECTION-LINES

	PERFORM Position-On-Current-Run
	PERFORM UNTIL HISTORY-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				IF HST-RUN-DATE > WS-SCAN-STOP-DATE
					SET HISTORY-EOF TO TRUE
				ELSE
					IF HST-RUN-ID = WS-CURRENT-RUN-ID
						PERFORM Build-Detail-Line
						WRITE PI-REPORT-FINAL-RECORD
							FROM WS-BURST-DETAIL-LINE
						ADD 1 TO WS-SECTION-LINES
					END-IF
				END-IF
		END-READ
	END-PERFORM

	*> The heading counts as a report line, as it does on Lab4's own
	*> PI-REPORT.
	ADD 1 TO WS-SECTION-LINES
	ADD WS-SECTION-LINES TO WS-LINE-COUNT
	MOVE WS-SECTION-LINES TO WS-TL-LINE-COUNT
	WRITE PI-REPORT-FINAL-RECORD FROM WS-TRAILER-LINE.

Reprint-One-Recipient.
	IF WS-SLOT-NO >= WS-MAX-SLOTS
		DISPLAY "PIREPRNT: recipient " RCP-RECIPIENT-ID " beyond the "
			WS-MAX-SLOTS " distribution slots - not reprinted"
		MOVE SPACES TO WS-DSTLOG-NOTE-LINE
		STRING RCP-RECIPIENT-ID DELIMITED BY SIZE
			"   NO OUTPUT SLOT - NOT REPRINTED" DELIMITED BY SIZE
			INTO WS-DSTLOG-NOTE-LINE
		END-STRING
		WRITE PI-DISTRIBUTION-LOG-RECORD FROM WS-DSTLOG-NOTE-LINE
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-SLOT-NO
	MOVE RCP-RECIPIENT-ID TO WS-RCP-ID
	MOVE RCP-RECIPIENT-NAME TO WS-RCP-NAME
	MOVE RCP-SELECT-TYPE TO WS-RCP-SELECT-TYPE
	MOVE RCP-OPERATOR-ID TO WS-RCP-OPERATOR-ID
	MOVE RCP-RUNS-FROM TO WS-RCP-RUNS-FROM
	MOVE RCP-RUNS-TO TO WS-RCP-RUNS-TO
	MOVE RCP-ALGORITHM-MODE TO WS-RCP-MODE
	MOVE RCP-OUTPUT-STYLE TO WS-RCP-STYLE

	PERFORM Open-Recipient-Output
	IF WS-DSTOUT-STATUS NOT = "00"
		DISPLAY "PIREPRNT: distribution slot " WS-SLOT-NO
			" could not be opened, status=" WS-DSTOUT-STATUS
			" - recipient " WS-RCP-ID " not reprinted"
		SUBTRACT 1 FROM WS-SLOT-NO
		EXIT PARAGRAPH
	END-IF

	PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
	  UNTIL WS-RUN-IDX > WS-RUN-ID-COUNT
		PERFORM Reprint-Recipient-Run
	END-PERFORM

	PERFORM Close-Recipient-Output
	ADD 1 TO WS-RECIPIENT-COUNT.

Reprint-Recipient-Run.
	MOVE WS-RUN-ID-VALUE(WS-RUN-IDX) TO WS-CURRENT-RUN-ID
	MOVE 0 TO WS-SELECTED-COUNT
	MOVE 0 TO WS-SELECTED-ITERATIONS
	MOVE 0 TO WS-RECIPIENT-LINES

	IF WS-RCP-STYLE = "C"
		MOVE SPACES TO WS-BURST-LINE
		STRING "REPRINT," DELIMITED BY SIZE
			WS-CURRENT-RUN-ID DELIMITED BY SIZE
			"," DELIMITED BY SIZE
			WS-REPRINT-DATE DELIMITED BY SIZE
			INTO WS-BURST-LINE
		END-STRING
		PERFORM Write-Recipient-Line
	ELSE
		MOVE WS-RCP-NAME TO WS-RB-NAME
		MOVE WS-RECIPIENT-BANNER TO WS-BURST-LINE
		PERFORM Write-Recipient-Line
		MOVE WS-CURRENT-RUN-ID TO WS-RST-RUN-ID
		MOVE WS-REPRINT-DATE TO WS-RST-DATE
		MOVE WS-RECIPIENT-STAMP TO WS-BURST-LINE
		PERFORM Write-Recipient-Line
	END-IF
	IF WS-RCP-STYLE = "F"
		MOVE WS-DETAIL-HEADING TO WS-BURST-LINE
		PERFORM Write-Recipient-Line
	END-IF

	PERFORM Position-On-Current-Run
	PERFORM UNTIL HISTORY-EOF
		READ PI-RUN-HISTORY NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				IF HST-RUN-DATE > WS-SCAN-STOP-DATE
					SET HISTORY-EOF TO TRUE
				ELSE
					IF HST-RUN-ID = WS-CURRENT-RUN-ID
						PERFORM Select-History-Record
						IF RECORD-WANTED
							ADD 1 TO WS-SELECTED-COUNT
							ADD HST-NUMBER-OF-RUNS
								TO WS-SELECTED-ITERATIONS
							PERFORM Write-Selected-Record
						END-IF
					END-IF
				END-IF
		END-READ
	END-PERFORM

	IF WS-RCP-STYLE NOT = "C"
		MOVE WS-SELECTED-COUNT TO WS-BS-SELECTED
		MOVE WS-SELECTED-ITERATIONS TO WS-BS-ITERATIONS
		MOVE WS-BURST-SUMMARY-LINE TO WS-BURST-LINE
		PERFORM Write-Recipient-Line
	END-IF

	MOVE WS-RCP-ID TO WS-DL-RECIPIENT-ID
	MOVE WS-RCP-STYLE TO WS-DL-STYLE
	MOVE WS-SELECTED-COUNT TO WS-DL-SELECTED
	MOVE WS-RECIPIENT-LINES TO WS-DL-LINES
	MOVE WS-CURRENT-RUN-ID TO WS-DL-RUN-ID
	MOVE WS-RCP-NAME TO WS-DL-NAME
	WRITE PI-DISTRIBUTION-LOG-RECORD FROM WS-DSTLOG-DETAIL-LINE.

Select-History-Record.
	*> PIRPTFMT's selection rules, unchanged.
	MOVE "N" TO WS-RECORD-WANTED
	EVALUATE WS-RCP-SELECT-TYPE
		WHEN "*"
			SET RECORD-WANTED TO TRUE
		WHEN "O"
			IF HST-OPERATOR-ID = WS-RCP-OPERATOR-ID
				SET RECORD-WANTED TO TRUE
			END-IF
		WHEN "R"
			IF HST-NUMBER-OF-RUNS NOT < WS-RCP-RUNS-FROM
			  AND HST-NUMBER-OF-RUNS NOT > WS-RCP-RUNS-TO
				SET RECORD-WANTED TO TRUE
			END-IF
		WHEN "A"
			IF HST-ALGORITHM-MODE = WS-RCP-MODE
				SET RECORD-WANTED TO TRUE
			END-IF
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

Build-Detail-Line.
	MOVE SPACES TO WS-BURST-DETAIL-LINE
	MOVE HST-NUMBER-OF-RUNS TO WS-BD-NUMBER-OF-RUNS
	MOVE HST-PI-VALUE TO WS-BD-PI-VALUE
	MOVE HST-ERROR-MARGIN TO WS-BD-ERROR-MARGIN
	MOVE HST-ALGORITHM-MODE TO WS-BD-ALGORITHM-MODE
	MOVE HST-ELAPSED-SECONDS TO WS-BD-ELAPSED-SECONDS.

Write-Selected-Record.
	EVALUATE WS-RCP-STYLE
		WHEN "F"
			PERFORM Build-Detail-Line
			MOVE WS-BURST-DETAIL-LINE TO WS-BURST-LINE
			PERFORM Write-Recipient-Line
		WHEN "C"
			MOVE HST-NUMBER-OF-RUNS TO WS-CSV-NUMBER-OF-RUNS
			MOVE HST-PI-VALUE TO WS-CSV-PI-VALUE
			MOVE SPACES TO WS-BURST-LINE
			STRING
				FUNCTION TRIM(WS-CSV-NUMBER-OF-RUNS) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				FUNCTION TRIM(WS-CSV-PI-VALUE) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				HST-RUN-DATE DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				HST-RUN-TIME DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				HST-RUN-ID DELIMITED BY SIZE
				INTO WS-BURST-LINE
			END-STRING
			PERFORM Write-Recipient-Line
		WHEN OTHER
			*> Summary-only recipients get totals, not lines.
			CONTINUE
	END-EVALUATE.

Open-Recipient-Output.
	EVALUATE WS-SLOT-NO
		WHEN 1
			OPEN OUTPUT PI-DIST-OUT-01
		WHEN 2
			OPEN OUTPUT PI-DIST-OUT-02
		WHEN 3
			OPEN OUTPUT PI-DIST-OUT-03
		WHEN 4
			OPEN OUTPUT PI-DIST-OUT-04
		WHEN 5
			OPEN OUTPUT PI-DIST-OUT-05
		WHEN 6
			OPEN OUTPUT PI-DIST-OUT-06
		WHEN 7
			OPEN OUTPUT PI-DIST-OUT-07
		WHEN 8
			OPEN OUTPUT PI-DIST-OUT-08
	END-EVALUATE.

Write-Recipient-Line.
	EVALUATE WS-SLOT-NO
		WHEN 1
			WRITE PI-DIST-OUT-01-RECORD FROM WS-BURST-LINE
		WHEN 2
			WRITE PI-DIST-OUT-02-RECORD FROM WS-BURST-LINE
		WHEN 3
			WRITE PI-DIST-OUT-03-RECORD FROM WS-BURST-LINE
		WHEN 4
			WRITE PI-DIST-OUT-04-RECORD FROM WS-BURST-LINE
		WHEN 5
			WRITE PI-DIST-OUT-05-RECORD FROM WS-BURST-LINE
		WHEN 6
			WRITE PI-DIST-OUT-06-RECORD FROM WS-BURST-LINE
		WHEN 7
			WRITE PI-DIST-OUT-07-RECORD FROM WS-BURST-LINE
		WHEN 8
			WRITE PI-DIST-OUT-08-RECORD FROM WS-BURST-LINE
	END-EVALUATE
	ADD 1 TO WS-RECIPIENT-LINES.

Close-Recipient-Output.
	EVALUATE WS-SLOT-NO
		WHEN 1
			CLOSE PI-DIST-OUT-01
		WHEN 2
			CLOSE PI-DIST-OUT-02
		WHEN 3
			CLOSE PI-DIST-OUT-03
		WHEN 4
			CLOSE PI-DIST-OUT-04
		WHEN 5
			CLOSE PI-DIST-OUT-05
		WHEN 6
			CLOSE PI-DIST-OUT-06
		WHEN 7
			CLOSE PI-DIST-OUT-07
		WHEN 8
			CLOSE PI-DIST-OUT-08
	END-EVALUATE.
