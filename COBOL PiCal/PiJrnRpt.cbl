 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIJRNRPT.
AUTHOR. Brad Howard.
*> Daily change report over PI-CHANGE-JOURNAL, the before/after
*> journal every maintenance program writes (see PIJRNREC.CPY).
*> One day's changes are listed grouped by file and, within a file,
*> by maintaining operator - each change with its time, action, key
*> and the record's before and after images - so an auditor can see
*> at a glance who changed what and from what, and sign the page
*> off. The report date (YYYYMMDD) is read via ACCEPT from SYSIN;
*> zero or non-numeric falls back to yesterday, the usual morning
*> run. Grouping is done PIERRMNT-style: pass 1 tallies the day's
*> file/operator groups into a table kept in key order, pass 2
*> re-reads the journal once per group to print its changes.
*>   RETURN-CODE = 0  change report written (a day with no changes
*>                    still gets a signed-off page saying so)
*>   RETURN-CODE = 4  PI-CHANGE-JOURNAL could not be opened
*>   RETURN-CODE = 8  PI-CHANGE-REPORT could not be opened

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-CHANGE-JOURNAL ASSIGN TO "PIJRNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLOG-STATUS.

    SELECT PI-CHANGE-REPORT ASSIGN TO "PIJRNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

FD  PI-CHANGE-REPORT
    RECORDING MODE IS F.
01  PI-CHANGE-REPORT-RECORD         PIC X(132).

WORKING-STORAGE SECTION.
77 WS-JRNLOG-STATUS	PIC XX.

77 WS-JRNRPT-STATUS	PIC XX.

77 WS-JRNLOG-EOF	PIC X			VALUE "N".
    88 JRNLOG-EOF			VALUE "Y".

77 WS-RAW-ENTRY		PIC X(8).

77 WS-TODAY		PIC 9(8).

77 WS-REPORT-DATE	PIC 9(8)		VALUE 0.

77 WS-DAY-NUMBER	PIC 9(8).

77 WS-CHANGE-COUNT	PIC 9(8)		VALUE 0.

77 WS-TABLE-SUB		PIC 9(4)	COMP.

77 WS-SHIFT-SUB		PIC 9(4)	COMP.

77 WS-GROUP-SUB		PIC 9(4)	COMP.

77 WS-TABLE-FOUND	PIC X			VALUE "N".
    88 TABLE-FOUND			VALUE "Y".

77 WS-GROUP-COUNT	PIC 9(4)		VALUE 0.

77 WS-TABLE-MAX		PIC 9(4)		VALUE 50.

01 WS-NEW-GROUP-KEY.
    05  WS-NG-FILE		PIC X(8).
    05  WS-NG-OPERATOR-ID	PIC X(8).

*> The day's file/operator groups, kept in ascending key order as
*> they are added, so the report prints grouped without a sort.
01 WS-GROUP-TABLE.
    05  WS-GROUP-ENTRY OCCURS 51 TIMES.
        10  WS-GT-KEY.
            15  WS-GT-FILE	PIC X(8).
            15  WS-GT-OPERATOR-ID	PIC X(8).
        10  WS-GT-COUNT		PIC 9(8).

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(36)
	VALUE "MASTER-FILE CHANGE REPORT FOR DATE ".
    05  WS-RH1-DATE		PIC 9(8).

01 WS-REPORT-HEADING-2	PIC X(60)	VALUE
    "  TIME      ACTION      KEY                       PROGRAM".

01 WS-GROUP-HEADING.
    05  FILLER			PIC X(6)	VALUE "FILE: ".
    05  WS-GH-FILE		PIC X(8).
    05  FILLER			PIC X(13)	VALUE "   OPERATOR: ".
    05  WS-GH-OPERATOR-ID	PIC X(8).
    05  FILLER			PIC X(12)	VALUE "   CHANGES: ".
    05  WS-GH-COUNT		PIC ZZZZZZZ9.

01 WS-CHANGE-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-CD-TIME		PIC 9(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-CD-ACTION		PIC X(10).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-CD-KEY		PIC X(24).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-CD-PROGRAM		PIC X(8).

01 WS-IMAGE-LINE.
    05  FILLER			PIC X(6)	VALUE SPACES.
    05  WS-IL-LABEL		PIC X(8).
    05  WS-IL-IMAGE		PIC X(100).

01 WS-NO-CHANGES-LINE	PIC X(40)
    VALUE "NO CHANGES JOURNALED FOR THIS DATE".

01 WS-TOTAL-LINE.
    05  FILLER			PIC X(15)	VALUE "TOTAL CHANGES: ".
    05  WS-TL-COUNT		PIC ZZZZZZZ9.

01 WS-SIGNOFF-HEADING	PIC X(40)
    VALUE "AUDITOR REVIEW".

01 WS-SIGNOFF-LINE-1	PIC X(80)	VALUE
    "REVIEWED BY: ______________________________   DATE: __________".

01 WS-SIGNOFF-LINE-2	PIC X(80)	VALUE
    "SIGNATURE:   ______________________________".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter report date (YYYYMMDD) - 0 reports yesterday"
	ACCEPT WS-RAW-ENTRY
	IF WS-RAW-ENTRY(1:8) IS NUMERIC
		MOVE WS-RAW-ENTRY(1:8) TO WS-REPORT-DATE
	END-IF
	IF WS-REPORT-DATE = 0
		ACCEPT WS-TODAY FROM DATE YYYYMMDD
		COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
		COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
	END-IF

	PERFORM Tally-Change-Groups

	OPEN OUTPUT PI-CHANGE-REPORT
	IF WS-JRNRPT-STATUS NOT = "00"
		DISPLAY "PIJRNRPT: PI-CHANGE-REPORT could not be opened,"
			" status=" WS-JRNRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-REPORT-DATE TO WS-RH1-DATE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-BLANK-LINE

	IF WS-GROUP-COUNT = 0
		WRITE PI-CHANGE-REPORT-RECORD FROM WS-NO-CHANGES-LINE
	ELSE
		MOVE 1 TO WS-GROUP-SUB
		PERFORM Print-Change-Group
			UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
	END-IF

	WRITE PI-CHANGE-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE WS-CHANGE-COUNT TO WS-TL-COUNT
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-TOTAL-LINE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-SIGNOFF-HEADING
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-SIGNOFF-LINE-1
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-SIGNOFF-LINE-2
	CLOSE PI-CHANGE-REPORT

	DISPLAY "PIJRNRPT: " WS-CHANGE-COUNT " change(s) on "
		WS-REPORT-DATE " in " WS-GROUP-COUNT " group(s)"
	MOVE 0 TO RETURN-CODE
	STOP RUN.

Tally-Change-Groups.
	*> Pass 1: the day's changes counted into file/operator groups.
	OPEN INPUT PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIJRNRPT: PI-CHANGE-JOURNAL could not be opened,"
			" status=" WS-JRNLOG-STATUS
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL JRNLOG-EOF
		READ PI-CHANGE-JOURNAL
			AT END
				SET JRNLOG-EOF TO TRUE
			NOT AT END
				IF JRN-DATE = WS-REPORT-DATE
					ADD 1 TO WS-CHANGE-COUNT
					PERFORM Tally-Change-Group
				END-IF
		END-READ
	END-PERFORM
	CLOSE PI-CHANGE-JOURNAL.

Tally-Change-Group.
	MOVE JRN-FILE TO WS-NG-FILE
	MOVE JRN-OPERATOR-ID TO WS-NG-OPERATOR-ID
	MOVE "N" TO WS-TABLE-FOUND
	MOVE 1 TO WS-TABLE-SUB
	PERFORM UNTIL TABLE-FOUND OR WS-TABLE-SUB > WS-GROUP-COUNT
	  OR WS-GT-KEY (WS-TABLE-SUB) > WS-NEW-GROUP-KEY
		IF WS-GT-KEY (WS-TABLE-SUB) = WS-NEW-GROUP-KEY
			SET TABLE-FOUND TO TRUE
		ELSE
			ADD 1 TO WS-TABLE-SUB
		END-IF
	END-PERFORM
	IF TABLE-FOUND
		ADD 1 TO WS-GT-COUNT (WS-TABLE-SUB)
		EXIT PARAGRAPH
	END-IF
	IF WS-GROUP-COUNT NOT < WS-TABLE-MAX
		*> The change is still counted in the total - only its group
		*> is lost when the table is full.
		DISPLAY "PIJRNRPT: group table full - " JRN-FILE " "
			JRN-OPERATOR-ID " not listed"
		EXIT PARAGRAPH
	END-IF
	*> Open a slot at WS-TABLE-SUB, keeping the table in key order.
	MOVE WS-GROUP-COUNT TO WS-SHIFT-SUB
	PERFORM UNTIL WS-SHIFT-SUB < WS-TABLE-SUB
		MOVE WS-GROUP-ENTRY (WS-SHIFT-SUB)
			TO WS-GROUP-ENTRY (WS-SHIFT-SUB + 1)
		SUBTRACT 1 FROM WS-SHIFT-SUB
	END-PERFORM
	ADD 1 TO WS-GROUP-COUNT
	MOVE WS-NEW-GROUP-KEY TO WS-GT-KEY (WS-TABLE-SUB)
	MOVE 1 TO WS-GT-COUNT (WS-TABLE-SUB).

Print-Change-Group.
	*> Pass 2, once per group: the journal re-read for this file and
	*> operator's changes of the day, in the order they were made.
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE WS-GT-FILE (WS-GROUP-SUB) TO WS-GH-FILE
	MOVE WS-GT-OPERATOR-ID (WS-GROUP-SUB) TO WS-GH-OPERATOR-ID
	MOVE WS-GT-COUNT (WS-GROUP-SUB) TO WS-GH-COUNT
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-GROUP-HEADING
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-REPORT-HEADING-2

	MOVE "N" TO WS-JRNLOG-EOF
	OPEN INPUT PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PIJRNRPT: PI-CHANGE-JOURNAL re-open failed, status="
			WS-JRNLOG-STATUS
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL JRNLOG-EOF
		READ PI-CHANGE-JOURNAL
			AT END
				SET JRNLOG-EOF TO TRUE
			NOT AT END
				IF JRN-DATE = WS-REPORT-DATE
				  AND JRN-FILE = WS-GT-FILE (WS-GROUP-SUB)
				  AND JRN-OPERATOR-ID = WS-GT-OPERATOR-ID (WS-GROUP-SUB)
					PERFORM Print-Change-Detail
				END-IF
		END-READ
	END-PERFORM
	CLOSE PI-CHANGE-JOURNAL
	ADD 1 TO WS-GROUP-SUB.

Print-Change-Detail.
	MOVE JRN-TIME TO WS-CD-TIME
	EVALUATE TRUE
		WHEN JOURNAL-ADD
			MOVE "ADD" TO WS-CD-ACTION
		WHEN JOURNAL-CHANGE
			MOVE "CHANGE" TO WS-CD-ACTION
		WHEN JOURNAL-DEACTIVATE
			MOVE "DEACTIVATE" TO WS-CD-ACTION
		WHEN JOURNAL-REACTIVATE
			MOVE "REACTIVATE" TO WS-CD-ACTION
		WHEN JOURNAL-APPROVE
			MOVE "APPROVE" TO WS-CD-ACTION
		WHEN JOURNAL-REJECT
			MOVE "REJECT" TO WS-CD-ACTION
		WHEN OTHER
			MOVE JRN-ACTION TO WS-CD-ACTION
	END-EVALUATE
	MOVE JRN-KEY TO WS-CD-KEY
	MOVE JRN-PROGRAM TO WS-CD-PROGRAM
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-CHANGE-DETAIL-LINE
	MOVE "BEFORE:" TO WS-IL-LABEL
	MOVE JRN-BEFORE-IMAGE TO WS-IL-IMAGE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE
	MOVE "AFTER:" TO WS-IL-LABEL
	MOVE JRN-AFTER-IMAGE TO WS-IL-IMAGE
	WRITE PI-CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE.
