*> pulls from at startup (standard NumberOfRuns for nightly runs and
*> the preferred convergence algorithm) so an operator doesn't have
*> to retype the same values into Lab4 every time.
*> The maintaining operator must be on PI-OPERATOR-MASTER and
*> active, and a session that changes the defaults writes the
*> record's before and after images to PI-CHANGE-JOURNAL (see
*> PIJRNREC.CPY) - the approval threshold and chargeback rate live
*> here, and "who changed it and from what" must have an answer.
*>   RETURN-CODE = 0  maintenance session completed
*>   RETURN-CODE = 8  PI-CHANGE-JOURNAL could not be opened
*>   RETURN-CODE = 12 maintaining operator unknown, inactive or
*>                    unverifiable - session refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

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
FD  PI-CALC-PARM
    RECORDING MODE IS F.
    COPY PICALPRM.

FD  PI-OPERATOR-MASTER.
    COPY PIOPRREC.

FD  PI-CHANGE-JOURNAL
    RECORDING MODE IS F.
    COPY PIJRNREC.

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS	PIC XX.

77 WS-OPRMST-STATUS	PIC XX.

77 WS-JRNLOG-STATUS	PIC XX.

77 WS-MAINTAINER-ID	PIC X(8).

77 WS-JOURNAL-BEFORE	PIC X(100)	VALUE SPACES.

77 WS-JOURNAL-AFTER	PIC X(100)	VALUE SPACES.

77 WS-CURRENT-NUMBER-OF-RUNS	PIC 9(8)	VALUE 1000.

77 WS-CURRENT-ALGORITHM-MODE	PIC X		VALUE "L".

PROCEDURE DIVISION.
Begin.
	DISPLAY "Enter maintaining Operator ID"
	ACCEPT WS-MAINTAINER-ID
	PERFORM Validate-Maintainer
	PERFORM Open-Change-Journal

	PERFORM Load-Current-Defaults

	DISPLAY "PI-CALC-PARM maintenance"
	END-IF

	PERFORM Save-Current-Defaults
	*> Only a session that actually moved a value is journaled - a
	*> re-key of the same defaults is not a change, and a save that
	*> could not open the file (no after image) changed nothing.
	IF WS-JOURNAL-AFTER NOT = SPACES
	  AND WS-JOURNAL-AFTER NOT = WS-JOURNAL-BEFORE
		PERFORM Write-Journal-Record
	END-IF
	CLOSE PI-CHANGE-JOURNAL

	DISPLAY "PI-CALC-PARM updated - NumberOfRuns="
		WS-CURRENT-NUMBER-OF-RUNS " algorithm mode="
		WS-CURRENT-APPR-THRESHOLD " rate="
		WS-CURRENT-RATE

	MOVE 0 TO RETURN-CODE
	STOP RUN.

Validate-Maintainer.
	*> Same gate as Lab4's Validate-Operator - only a known, active
	*> operator may change the defaults.
	OPEN INPUT PI-OPERATOR-MASTER
	IF WS-OPRMST-STATUS NOT = "00"
		DISPLAY "PICALPRM: PI-OPERATOR-MASTER could not be opened,"
			" status=" WS-OPRMST-STATUS " - session refused"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-MAINTAINER-ID TO OPR-OPERATOR-ID
	READ PI-OPERATOR-MASTER
		INVALID KEY
			DISPLAY "PICALPRM: operator " WS-MAINTAINER-ID
				" not on the operator master - session refused"
			CLOSE PI-OPERATOR-MASTER
			MOVE 12 TO RETURN-CODE
			STOP RUN
	END-READ
	IF NOT OPERATOR-ACTIVE
		DISPLAY "PICALPRM: operator " WS-MAINTAINER-ID
			" is inactive - session refused"
		CLOSE PI-OPERATOR-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	CLOSE PI-OPERATOR-MASTER.

Open-Change-Journal.
	*> Opened before anything is changed: if the journal can't be
	*> written, the defaults may not be either.
	OPEN EXTEND PI-CHANGE-JOURNAL
	IF WS-JRNLOG-STATUS NOT = "00"
		OPEN OUTPUT PI-CHANGE-JOURNAL
		IF WS-JRNLOG-STATUS NOT = "00"
			DISPLAY "PICALPRM: PI-CHANGE-JOURNAL could not be opened,"
				" status=" WS-JRNLOG-STATUS
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

Write-Journal-Record.
	MOVE SPACES TO PI-CHANGE-JOURNAL-RECORD
	ACCEPT JRN-DATE FROM DATE YYYYMMDD
	ACCEPT JRN-TIME FROM TIME
	MOVE "PICALPRM" TO JRN-PROGRAM
	MOVE "PICALPRM" TO JRN-FILE
	MOVE "DEFAULTS" TO JRN-KEY
	SET JOURNAL-CHANGE TO TRUE
	MOVE WS-MAINTAINER-ID TO JRN-OPERATOR-ID
	MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
	MOVE WS-JOURNAL-AFTER TO JRN-AFTER-IMAGE
	WRITE PI-CHANGE-JOURNAL-RECORD
	IF WS-JRNLOG-STATUS NOT = "00"
		DISPLAY "PICALPRM: change journal write failed, status="
			WS-JRNLOG-STATUS
	END-IF.

Load-Current-Defaults.
	OPEN INPUT PI-CALC-PARM
	IF WS-PARM-STATUS = "00"
			AT END
				CONTINUE
			NOT AT END
				MOVE PI-CALC-PARM-RECORD TO WS-JOURNAL-BEFORE
				MOVE PCP-DEFAULT-NUMBER-OF-RUNS TO WS-CURRENT-NUMBER-OF-RUNS
				MOVE PCP-DEFAULT-ALGORITHM-MODE TO WS-CURRENT-ALGORITHM-MODE
				*> Records written before the window field existed are
		MOVE WS-CURRENT-WINDOW-END TO PCP-WINDOW-END-TIME
		MOVE WS-CURRENT-APPR-THRESHOLD TO PCP-APPROVAL-THRESHOLD
		MOVE WS-CURRENT-RATE TO PCP-RATE-PER-MILLION
		MOVE PI-CALC-PARM-RECORD TO WS-JOURNAL-AFTER
		WRITE PI-CALC-PARM-RECORD
		CLOSE PI-CALC-PARM
	ELSE
