 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIBASMNT.
AUTHOR. Brad Howard.
*> Maintenance program for PI-BASELINE-MASTER, the golden-baseline
*> master PIBASCHK compares each night's results against (see
*> PIBASREC.CPY). A baseline is never keyed in by hand: the approving
*> operator - validated against PI-OPERATOR-MASTER, active - names
*> a PI-RUN-HISTORY record (by its full key, as PIHSTINQ shows it),
*> and that record's NumberOfRuns level, algorithm mode and PiValue
*> become the approved baseline, stamped with who approved it and
*> when. Approving over an existing baseline shows the old and new
*> PiValue and asks for confirmation - that is the "we changed the
*> loop on purpose" path, and it should never happen by accident.
*> Runs interactively, one action per prompt until X, in the same
*> style as PIAPPMNT. Every approval is also written to
*> PI-CHANGE-JOURNAL (see PIJRNREC.CPY) with the baseline's before
*> and after images.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-BASELINE-MASTER, PI-RUN-HISTORY or
*>                    PI-CHANGE-JOURNAL could not be opened
*>   RETURN-CODE = 12 approving operator unknown, inactive or
*>                    unverifiable - session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-BASELINE-MASTER ASSIGN TO "PIBASMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAS-KEY
        FILE STATUS IS WS-BASMST-STATUS.

    SELECT PI-RUN-HISTORY ASSIGN TO "PIRUNHST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

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
FD  PI-BASELINE-MASTER.
    COPY PIBASREC.

FD  PI-RUN-HISTORY.
    COPY PIRUNHST.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-BASMST-STATUS	PIC XX.

77 WS-HISTORY-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-JOURNAL-KEY	PIC X(24).

77 WS-JOURNAL-ACTION	PIC X.

77 WS-JOURNAL-BEFORE	PIC X(100).

77 WS-JOURNAL-AFTER	PIC X(100).

77 WS-ACTION		PIC X.

77 WS-DONE		PIC X			VALUE "N".
    88 MAINTENANCE-DONE			VALUE "Y".

77 WS-APPROVER-ID	PIC X(8).

77 WS-RAW-ENTRY		PIC X(8).

77 WS-CONFIRM		PIC X.

77 WS-BASMST-EOF	PIC X			VALUE "N".
    88 BASMST-EOF			VALUE "Y".

77 WS-BASELINE-COUNT	PIC 9(4)		VALUE 0.

77 WS-BASELINE-EXISTS	PIC X			VALUE "N".
    88 BASELINE-EXISTS			VALUE "Y".

77 WS-OLD-PI-VALUE	PIC 9V9(15).

77 WS-DISPLAY-PI-VALUE	PIC 9.9(15).

77 WS-ENTRY-OK		PIC X.
    88 ENTRY-OK				VALUE "Y".

01 WS-BASELINE-HEADING	PIC X(80)	VALUE
    "      RUNS  ALG  BASELINE PIVALUE  APPROVER     APPROVED  FROM RUN".

01 WS-BASELINE-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-BD-NUMBER-OF-RUNS	PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-BD-ALGORITHM-MODE	PIC X.
    05  FILLER			PIC X(3)	VALUE SPACES.
    05  WS-BD-PI-VALUE		PIC 9.9(15).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-BD-APPROVER-ID	PIC X(8).
    05  FILLER			PIC X(5)	VALUE SPACES.
    05  WS-BD-APPROVED-DATE	PIC 9(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-BD-SOURCE-RUN-DATE	PIC 9(8).
    05  FILLER			PIC X		VALUE SPACE.
    05  WS-BD-SOURCE-RUN-TIME	PIC 9(8).

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter approving Operator ID"
	ACCEPT WS-APPROVER-ID
	PERFORM Validate-Approver

	OPEN INPUT PI-RUN-HISTORY
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "PIBASMNT: PI-RUN-HISTORY could not be opened,"
			" status=" WS-HISTORY-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN I-O PI-BASELINE-MASTER
	IF WS-BASMST-STATUS NOT = "00"
		*> Only status 35 (master does not exist yet) may fall through
		*> to OPEN OUTPUT - that open LOADS the file, and reaching it on
		*> a sharing conflict (the nightly PIBASCHK step holding the
		*> master) would destroy every approved baseline.
		IF WS-BASMST-STATUS NOT = "35"
			DISPLAY "PIBASMNT: PI-BASELINE-MASTER could not be opened,"
				" status=" WS-BASMST-STATUS
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PI-BASELINE-MASTER
		IF WS-BASMST-STATUS NOT = "00"
			DISPLAY "PIBASMNT: PI-BASELINE-MASTER could not be created,"
				" status=" WS-BASMST-STATUS
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE PI-BASELINE-MASTER
		OPEN I-O PI-BASELINE-MASTER
		IF WS-BASMST-STATUS NOT = "00"
			DISPLAY "PIBASMNT: PI-BASELINE-MASTER re-open failed,"
				" status=" WS-BASMST-STATUS
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	PERFORM Open-Change-Journal

	DISPLAY "PI-BASELINE-MASTER maintenance - operator "
		WS-APPROVER-ID
	PERFORM UNTIL MAINTENANCE-DONE
		DISPLAY "Enter action (L=list baselines, A=approve from"
			" history, X=exit)"
		ACCEPT WS-ACTION
		EVALUATE WS-ACTION
			WHEN "L"
				PERFORM List-Baselines
			WHEN "A"
				PERFORM Approve-Baseline
			WHEN "X"
				SET MAINTENANCE-DONE TO TRUE
			WHEN OTHER
				DISPLAY "Invalid action - must be L, A or X"
		END-EVALUATE
	END-PERFORM

	CLOSE PI-CHANGE-JOURNAL
	CLOSE PI-BASELINE-MASTER
	CLOSE PI-RUN-HISTORY
	DISPLAY "PIBASMNT: maintenance session ended"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Approver.
	*> Same gate as Lab4's Validate-Operator - only a known, active
	*> operator may approve a baseline.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PIBASMNT: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS " - session refused"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-APPROVER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PIBASMNT: operator " WS-APPROVER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PIBASMNT: operator " WS-APPROVER-ID
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
			DISPLAY "PIBASMNT: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			CLOSE PI-BASELINE-MASTER
			CLOSE PI-RUN-HISTORY
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PIBASMNT" TO JRN-PROGRAM
	MOVE "PIBASMST" TO JRN-FILE
	MOVE WS-JOURNAL-KEY TO JRN-KEY
	MOVE WS-JOURNAL-ACTION TO JRN-ACTION
	MOVE WS-APPROVER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIBASMNT: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

List-Baselines.
	MOVE 0 TO WS-BASELINE-COUNT
	MOVE "N" TO WS-BASMST-EOF
	MOVE 0 TO BAS-NUMBER-OF-RUNS
	MOVE LOW-VALUES TO BAS-ALGORITHM-MODE
	START PI-BASELINE-MASTER KEY NOT < BAS-KEY
	IF WS-BASMST-STATUS NOT = "00"
		DISPLAY "No baselines approved yet"
		EXIT PARAGRAPH
	END-IF
	DISPLAY WS-BASELINE-HEADING
	PERFORM UNTIL BASMST-EOF
		READ PI-BASELINE-MASTER NEXT RECORD
			AT END
				SET BASMST-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-BASELINE-COUNT
				MOVE BAS-NUMBER-OF-RUNS TO WS-BD-NUMBER-OF-RUNS
				MOVE BAS-ALGORITHM-MODE TO WS-BD-ALGORITHM-MODE
				MOVE BAS-PI-VALUE TO WS-BD-PI-VALUE
				MOVE BAS-APPROVER-ID TO WS-BD-APPROVER-ID
				MOVE BAS-APPROVED-DATE TO WS-BD-APPROVED-DATE
				MOVE BAS-SOURCE-RUN-DATE TO WS-BD-SOURCE-RUN-DATE
				MOVE BAS-SOURCE-RUN-TIME TO WS-BD-SOURCE-RUN-TIME
				DISPLAY WS-BASELINE-DETAIL-LINE
		END-READ
	END-PERFORM
	DISPLAY WS-BASELINE-COUNT " baseline(s)".

Read-Source-History.
	*> Reads the history record the baseline is to come from, by its
	*> full key (run date + run time + record ordinal, as PIHSTINQ
	*> lists it).
	MOVE "N" TO WS-ENTRY-OK
	DISPLAY "Enter history run date (YYYYMMDD)"
	ACCEPT WS-RAW-ENTRY
	IF WS-RAW-ENTRY(1:8) IS NOT NUMERIC
		DISPLAY "Invalid run date"
		EXIT PARAGRAPH
	END-IF
	MOVE WS-RAW-ENTRY(1:8) TO HST-RUN-DATE
	DISPLAY "Enter history run time (HHMMSShh)"
	ACCEPT WS-RAW-ENTRY
	IF WS-RAW-ENTRY(1:8) IS NOT NUMERIC
		DISPLAY "Invalid run time"
		EXIT PARAGRAPH
	END-IF
	MOVE WS-RAW-ENTRY(1:8) TO HST-RUN-TIME
	DISPLAY "Enter history record ordinal"
	ACCEPT WS-RAW-ENTRY
	IF FUNCTION TRIM(WS-RAW-ENTRY) IS NOT NUMERIC
		DISPLAY "Invalid record ordinal"
		EXIT PARAGRAPH
	END-IF
	MOVE WS-RAW-ENTRY TO HST-RECORD-ORDINAL
	READ PI-RUN-HISTORY
		INVALID KEY
			DISPLAY "History record not on the master"
			EXIT PARAGRAPH
	END-READ
	IF HST-ALGORITHM-MODE NOT = "L" AND HST-ALGORITHM-MODE NOT = "N"
	  AND HST-ALGORITHM-MODE NOT = "E"
		DISPLAY "History record has no resolvable algorithm mode '"
			HST-ALGORITHM-MODE "'"
		EXIT PARAGRAPH
	END-IF
	SET ENTRY-OK TO TRUE.

Approve-Baseline.
	PERFORM Read-Source-History
	IF NOT ENTRY-OK
		EXIT PARAGRAPH
	END-IF
	MOVE HST-NUMBER-OF-RUNS TO BAS-NUMBER-OF-RUNS
	MOVE HST-ALGORITHM-MODE TO BAS-ALGORITHM-MODE
	MOVE "N" TO WS-BASELINE-EXISTS
	MOVE SPACES TO WS-JOURNAL-BEFORE
	READ PI-BASELINE-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			SET BASELINE-EXISTS TO TRUE
			MOVE BAS-PI-VALUE TO WS-OLD-PI-VALUE
			MOVE PI-BASELINE-RECORD TO WS-JOURNAL-BEFORE
	END-READ

	MOVE HST-PI-VALUE TO WS-DISPLAY-PI-VALUE
	DISPLAY "Level " HST-NUMBER-OF-RUNS " mode " HST-ALGORITHM-MODE
		" PiValue " WS-DISPLAY-PI-VALUE
	IF BASELINE-EXISTS
		MOVE WS-OLD-PI-VALUE TO WS-DISPLAY-PI-VALUE
		DISPLAY "  replaces approved baseline " WS-DISPLAY-PI-VALUE
			" (by " BAS-APPROVER-ID " on " BAS-APPROVED-DATE ")"
	END-IF
	DISPLAY "Approve this baseline? (Y/N)"
	ACCEPT WS-CONFIRM
	IF WS-CONFIRM NOT = "Y"
		DISPLAY "Baseline not approved"
		EXIT PARAGRAPH
	END-IF

	MOVE HST-NUMBER-OF-RUNS TO BAS-NUMBER-OF-RUNS
	MOVE HST-ALGORITHM-MODE TO BAS-ALGORITHM-MODE
	MOVE HST-PI-VALUE TO BAS-PI-VALUE
	MOVE WS-APPROVER-ID TO BAS-APPROVER-ID
	ACCEPT BAS-APPROVED-DATE FROM DATE YYYYMMDD
	ACCEPT BAS-APPROVED-TIME FROM TIME
	MOVE HST-RUN-DATE TO BAS-SOURCE-RUN-DATE
	MOVE HST-RUN-TIME TO BAS-SOURCE-RUN-TIME
	MOVE HST-RECORD-ORDINAL TO BAS-SOURCE-ORDINAL
	IF BASELINE-EXISTS
		REWRITE PI-BASELINE-RECORD
	ELSE
		WRITE PI-BASELINE-RECORD
	END-IF
	IF WS-BASMST-STATUS NOT = "00"
		DISPLAY "PIBASMNT: baseline update failed, status="
			WS-BASMST-STATUS
	ELSE
		DISPLAY "Baseline approved - level " BAS-NUMBER-OF-RUNS
			" mode " BAS-ALGORITHM-MODE
		MOVE BAS-KEY TO WS-JOURNAL-KEY
		MOVE "P" TO WS-JOURNAL-ACTION
		MOVE PI-BASELINE-RECORD TO WS-JOURNAL-AFTER
		PERFORM Write-Journal-Record
	END-IF.
