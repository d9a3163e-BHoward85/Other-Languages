 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIBACKUP.
AUTHOR. Brad Howard.
*> Backup of the indexed masters (see jcl/PIBKPJOB.jcl). Each of
*> PI-RUN-HISTORY, PI-OPERATOR-MASTER, PI-APPROVAL-QUEUE,
*> PI-SCHEDULE-MASTER, PI-DISTRIBUTION-MASTER, PI-HISTORY-SUMMARY,
*> PI-TICKET-MASTER, PI-BASELINE-MASTER and PI-CALENDAR-MASTER is
*> read in key order and unloaded to its own dated sequential
*> generation (layout in PIBKPREC.CPY): a header, every record as-is,
*> and a trailer with the record count and the lowest and highest
*> key - the control totals PIRECOVR (PiRecovr.cbl) proves a
*> generation complete by before it will reload one.
*> Once every master is unloaded the history journal is started
*> afresh: the job's next step allocates an empty PI-HISTORY-JOURNAL
*> generation for Lab4 and PICOMBIN to append each run-history record
*> to from now on, so the journal generation that starts with a
*> backup holds exactly what a recovery from that backup has to roll
*> forward. That step runs only when this one ends CC 4 or lower - a
*> backup that cannot be reloaded must not start a journal that
*> assumes it can, so after a failure the previous generation keeps
*> collecting.
*> The backup report (PIBKPRPT) lists each master's count and key
*> range, and whether the journal is to be restarted.
*> Nothing is read from SYSIN. The masters are opened for input only.
*>   RETURN-CODE = 0  every master unloaded
*>   RETURN-CODE = 4  one or more masters did not exist - unloaded
*>                    as empty generations (header and zero-count
*>                    trailer), flagged on the report
*>   RETURN-CODE = 8  a master could not be read or a backup file
*>                    could not be written - that master's
*>                    generation has no trailer and cannot be
*>                    reloaded; rerun the job

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT PI-BACKUP-HISTORY ASSIGN TO "PIBKHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-OPERATOR ASSIGN TO "PIBKOPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-APPROVAL ASSIGN TO "PIBKAPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-SCHEDULE ASSIGN TO "PIBKSCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-DISTRIBUTION ASSIGN TO "PIBKDST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-SUMMARY ASSIGN TO "PIBKSUM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-TICKET ASSIGN TO "PIBKTKT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-BASELINE ASSIGN TO "PIBKBAS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-CALENDAR ASSIGN TO "PIBKCLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PI-BACKUP-REPORT ASSIGN TO "PIBKPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKPRPT-STATUS.

DATA DIVISION.
FILE SECTION.
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

*> The nine generations share one layout (PI-BACKUP-RECORD below).
FD  PI-BACKUP-HISTORY
    RECORDING MODE IS F.
01  PI-BACKUP-HISTORY-RECORD       PIC X(209).

FD  PI-BACKUP-OPERATOR
    RECORDING MODE IS F.
01  PI-BACKUP-OPERATOR-RECORD      PIC X(209).

FD  PI-BACKUP-APPROVAL
    RECORDING MODE IS F.
01  PI-BACKUP-APPROVAL-RECORD      PIC X(209).

FD  PI-BACKUP-SCHEDULE
    RECORDING MODE IS F.
01  PI-BACKUP-SCHEDULE-RECORD      PIC X(209).

FD  PI-BACKUP-DISTRIBUTION
    RECORDING MODE IS F.
01  PI-BACKUP-DISTRIBUTION-RECORD  PIC X(209).

FD  PI-BACKUP-SUMMARY
    RECORDING MODE IS F.
01  PI-BACKUP-SUMMARY-RECORD       PIC X(209).

FD  PI-BACKUP-TICKET
    RECORDING MODE IS F.
01  PI-BACKUP-TICKET-RECORD        PIC X(209).

FD  PI-BACKUP-BASELINE
    RECORDING MODE IS F.
01  PI-BACKUP-BASELINE-RECORD      PIC X(209).

FD  PI-BACKUP-CALENDAR
    RECORDING MODE IS F.
01  PI-BACKUP-CALENDAR-RECORD      PIC X(209).

FD  PI-BACKUP-REPORT
    RECORDING MODE IS F.
01  PI-BACKUP-REPORT-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
77 WS-MASTER-STATUS	PIC XX.

77 WS-BACKUP-STATUS	PIC XX.

77 WS-BKPRPT-STATUS	PIC XX.

77 WS-MASTER-EOF	PIC X			VALUE "N".
    88 MASTER-EOF			VALUE "Y".

*> How this master's unload went: P = present and unloaded,
*> M = master did not exist (empty generation), F = failed.
77 WS-UNLOAD-STATE	PIC X			VALUE "P".
    88 UNLOAD-PRESENT			VALUE "P".
    88 UNLOAD-MISSING			VALUE "M".
    88 UNLOAD-FAILED			VALUE "F".

77 WS-BACKUP-DATE	PIC 9(8).

77 WS-BACKUP-TIME	PIC 9(8).

77 WS-BACKUP-MASTER	PIC X(8).

77 WS-KEY-LENGTH	PIC 99.

77 WS-BACKUP-IMAGE	PIC X(200).

77 WS-CURRENT-KEY	PIC X(24).

77 WS-LOW-KEY		PIC X(24).

77 WS-HIGH-KEY		PIC X(24).

77 WS-RECORD-COUNT	PIC 9(8).

77 WS-TOTAL-COUNT	PIC 9(8)		VALUE 0.

77 WS-MISSING-COUNT	PIC 9			VALUE 0.

77 WS-FAILED-COUNT	PIC 9			VALUE 0.

*> The header/data/trailer layout of every generation.
COPY PIBKPREC.

01 WS-REPORT-HEADING-1.
    05  FILLER			PIC X(30)
	VALUE "INDEXED MASTER BACKUP - DATE: ".
    05  WS-RH1-DATE		PIC 9(8).
    05  FILLER			PIC X(8)	VALUE "  TIME: ".
    05  WS-RH1-TIME		PIC 9(8).

01 WS-REPORT-HEADING-2	PIC X(132)	VALUE
    "  MASTER     RECORDS  LOW KEY                   HIGH KEY                  RESULT".

01 WS-REPORT-DETAIL-LINE.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-MASTER		PIC X(8).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-COUNT		PIC ZZZZZZZ9.
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-LOW-KEY		PIC X(24).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-HIGH-KEY		PIC X(24).
    05  FILLER			PIC X(2)	VALUE SPACES.
    05  WS-RD-RESULT		PIC X(40).

01 WS-REPORT-TOTAL-LINE.
    05  FILLER			PIC X(24)	VALUE "TOTAL RECORDS UNLOADED: ".
    05  WS-RT-COUNT		PIC ZZZZZZZ9.

01 WS-JOURNAL-LINE	PIC X(80)	VALUE
    "HISTORY JOURNAL TO BE RESTARTED - NEW GENERATION STARTS WITH THIS BACKUP".

01 WS-JOURNAL-FAILED-LINE	PIC X(80)	VALUE
    "*** HISTORY JOURNAL NOT RESTARTED - PREVIOUS GENERATION KEEPS COLLECTING ***".

77 WS-BLANK-LINE	PIC X(132)		VALUE SPACES.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
	ACCEPT WS-BACKUP-TIME FROM TIME

	OPEN OUTPUT PI-BACKUP-REPORT
	IF WS-BKPRPT-STATUS NOT = "00"
		DISPLAY "PIBACKUP: PI-BACKUP-REPORT could not be opened,"
			" status=" WS-BKPRPT-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-BACKUP-DATE TO WS-RH1-DATE
	MOVE WS-BACKUP-TIME TO WS-RH1-TIME
	WRITE PI-BACKUP-REPORT-RECORD FROM WS-REPORT-HEADING-1
	WRITE PI-BACKUP-REPORT-RECORD FROM WS-BLANK-LINE
	WRITE PI-BACKUP-REPORT-RECORD FROM WS-REPORT-HEADING-2

	PERFORM Back-Up-Run-History
	PERFORM Back-Up-Operator-Master
	PERFORM Back-Up-Approval-Queue
	PERFORM Back-Up-Schedule-Master
	PERFORM Back-Up-Distribution-Master
	PERFORM Back-Up-History-Summary
	PERFORM Back-Up-Ticket-Master
	PERFORM Back-Up-Baseline-Master
	PERFORM Back-Up-Calendar-Master

	WRITE PI-BACKUP-REPORT-RECORD FROM WS-BLANK-LINE
	MOVE WS-TOTAL-COUNT TO WS-RT-COUNT
	WRITE PI-BACKUP-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
	PERFORM Note-History-Journal

	CLOSE PI-BACKUP-REPORT

	DISPLAY "PIBACKUP: " WS-TOTAL-COUNT " record(s) unloaded, "
		WS-MISSING-COUNT " master(s) missing, " WS-FAILED-COUNT
		" failed"
	IF WS-FAILED-COUNT > 0
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-MISSING-COUNT > 0
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF
	STOP RUN.

Back-Up-Run-History.
	MOVE "PIRUNHST" TO WS-BACKUP-MASTER
	MOVE 24 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-HISTORY
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-RUN-HISTORY
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE LOW-VALUES TO HST-KEY
		START PI-RUN-HISTORY KEY NOT < HST-KEY
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-RUN-HISTORY NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-RUN-HISTORY-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-RUN-HISTORY
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-HISTORY
	PERFORM Write-Report-Line.

Back-Up-Operator-Master.
	MOVE "PIOPRMST" TO WS-BACKUP-MASTER
	MOVE 8 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-OPERATOR
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-OPERATOR-MASTER
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE LOW-VALUES TO OPR-OPERATOR-ID
		START PI-OPERATOR-MASTER KEY NOT < OPR-OPERATOR-ID
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-OPERATOR-MASTER NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-OPERATOR-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-OPERATOR-MASTER
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-OPERATOR
	PERFORM Write-Report-Line.

Back-Up-Approval-Queue.
	MOVE "PIAPPRQ" TO WS-BACKUP-MASTER
	MOVE 24 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-APPROVAL
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-APPROVAL-QUEUE
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE LOW-VALUES TO APR-KEY
		START PI-APPROVAL-QUEUE KEY NOT < APR-KEY
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-APPROVAL-QUEUE NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-APPROVAL-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-APPROVAL-QUEUE
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-APPROVAL
	PERFORM Write-Report-Line.

Back-Up-Schedule-Master.
	MOVE "PISCHMST" TO WS-BACKUP-MASTER
	MOVE 4 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-SCHEDULE
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-SCHEDULE-MASTER
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE 0 TO SCH-SCHEDULE-ID
		START PI-SCHEDULE-MASTER KEY NOT < SCH-SCHEDULE-ID
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-SCHEDULE-MASTER NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-SCHEDULE-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-SCHEDULE-MASTER
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-SCHEDULE
	PERFORM Write-Report-Line.

Back-Up-Distribution-Master.
	MOVE "PIDSTMST" TO WS-BACKUP-MASTER
	MOVE 8 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-DISTRIBUTION
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-DISTRIBUTION-MASTER
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE LOW-VALUES TO RCP-RECIPIENT-ID
		START PI-DISTRIBUTION-MASTER KEY NOT < RCP-RECIPIENT-ID
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-DISTRIBUTION-MASTER NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-RECIPIENT-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-DISTRIBUTION-MASTER
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-DISTRIBUTION
	PERFORM Write-Report-Line.

Back-Up-History-Summary.
	MOVE "PIHSTSUM" TO WS-BACKUP-MASTER
	MOVE 14 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-SUMMARY
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-HISTORY-SUMMARY
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE LOW-VALUES TO SUM-KEY
		START PI-HISTORY-SUMMARY KEY NOT < SUM-KEY
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-HISTORY-SUMMARY NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-HISTORY-SUMMARY-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-HISTORY-SUMMARY
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-SUMMARY
	PERFORM Write-Report-Line.

Back-Up-Ticket-Master.
	MOVE "PITKTMST" TO WS-BACKUP-MASTER
	MOVE 6 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-TICKET
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-TICKET-MASTER
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE 0 TO TKT-TICKET-NUMBER
		START PI-TICKET-MASTER KEY NOT < TKT-TICKET-NUMBER
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-TICKET-MASTER NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-TICKET-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-TICKET-MASTER
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-TICKET
	PERFORM Write-Report-Line.

Back-Up-Baseline-Master.
	MOVE "PIBASMST" TO WS-BACKUP-MASTER
	MOVE 9 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-BASELINE
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-BASELINE-MASTER
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE LOW-VALUES TO BAS-KEY
		START PI-BASELINE-MASTER KEY NOT < BAS-KEY
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-BASELINE-MASTER NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-BASELINE-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-BASELINE-MASTER
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-BASELINE
	PERFORM Write-Report-Line.

Back-Up-Calendar-Master.
	MOVE "PICLDMST" TO WS-BACKUP-MASTER
	MOVE 8 TO WS-KEY-LENGTH
	PERFORM Begin-Master-Unload
	OPEN OUTPUT PI-BACKUP-CALENDAR
	IF WS-BACKUP-STATUS NOT = "00"
		PERFORM Note-Backup-Open-Failure
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT PI-CALENDAR-MASTER
	PERFORM Check-Master-Open
	PERFORM Write-Backup-Header
	IF UNLOAD-PRESENT
		MOVE 0 TO CLD-DATE
		START PI-CALENDAR-MASTER KEY NOT < CLD-DATE
		IF WS-MASTER-STATUS NOT = "00"
			SET MASTER-EOF TO TRUE
		END-IF
		PERFORM UNTIL MASTER-EOF OR UNLOAD-FAILED
			READ PI-CALENDAR-MASTER NEXT RECORD
				AT END
					SET MASTER-EOF TO TRUE
				NOT AT END
					MOVE PI-CALENDAR-RECORD TO WS-BACKUP-IMAGE
					PERFORM Write-Backup-Data
			END-READ
		END-PERFORM
		PERFORM Check-Master-Read
		CLOSE PI-CALENDAR-MASTER
	END-IF
	PERFORM Write-Backup-Trailer
	CLOSE PI-BACKUP-CALENDAR
	PERFORM Write-Report-Line.

Begin-Master-Unload.
	SET UNLOAD-PRESENT TO TRUE
	MOVE "N" TO WS-MASTER-EOF
	MOVE 0 TO WS-RECORD-COUNT
	MOVE SPACES TO WS-LOW-KEY
	MOVE SPACES TO WS-HIGH-KEY.

Note-Backup-Open-Failure.
	DISPLAY "PIBACKUP: backup file for " WS-BACKUP-MASTER
		" could not be opened, status=" WS-BACKUP-STATUS
	SET UNLOAD-FAILED TO TRUE
	PERFORM Write-Report-Line.

Check-Master-Open.
	*> Status 35: the master was never created - nothing to lose, so
	*> the generation is written empty rather than failing the job.
	EVALUATE WS-MASTER-STATUS
		WHEN "00"
			CONTINUE
		WHEN "35"
			SET UNLOAD-MISSING TO TRUE
		WHEN OTHER
			DISPLAY "PIBACKUP: " WS-BACKUP-MASTER
				" could not be opened, status=" WS-MASTER-STATUS
			SET UNLOAD-FAILED TO TRUE
	END-EVALUATE.

Check-Master-Read.
	*> The read loop ends on AT END (status 10) or a failed write;
	*> anything else means the unload stopped short of the end.
	IF NOT UNLOAD-FAILED AND WS-MASTER-STATUS NOT = "10"
	  AND WS-MASTER-STATUS NOT = "23" AND WS-MASTER-STATUS NOT = "00"
		DISPLAY "PIBACKUP: " WS-BACKUP-MASTER
			" read failed, status=" WS-MASTER-STATUS
		SET UNLOAD-FAILED TO TRUE
	END-IF.

Write-Backup-Header.
	MOVE SPACES TO PI-BACKUP-RECORD
	SET BACKUP-HEADER TO TRUE
	MOVE WS-BACKUP-MASTER TO BKP-MASTER
	MOVE WS-BACKUP-DATE TO BKP-BACKUP-DATE
	MOVE WS-BACKUP-TIME TO BKP-BACKUP-TIME
	MOVE 0 TO BKP-RECORD-COUNT
	PERFORM Write-Backup-Output.

Write-Backup-Data.
	MOVE SPACES TO WS-CURRENT-KEY
	MOVE WS-BACKUP-IMAGE(1:WS-KEY-LENGTH) TO WS-CURRENT-KEY
	IF WS-RECORD-COUNT = 0
		MOVE WS-CURRENT-KEY TO WS-LOW-KEY
	END-IF
	MOVE WS-CURRENT-KEY TO WS-HIGH-KEY
	MOVE SPACES TO PI-BACKUP-RECORD
	SET BACKUP-DATA TO TRUE
	MOVE WS-BACKUP-MASTER TO BKP-MASTER
	MOVE WS-BACKUP-IMAGE TO BKP-DATA
	PERFORM Write-Backup-Output
	ADD 1 TO WS-RECORD-COUNT.

Write-Backup-Trailer.
	*> A failed unload gets no trailer - PIRECOVR then refuses the
	*> generation as incomplete instead of loading half a master.
	IF UNLOAD-FAILED
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO PI-BACKUP-RECORD
	SET BACKUP-TRAILER TO TRUE
	MOVE WS-BACKUP-MASTER TO BKP-MASTER
	MOVE WS-BACKUP-DATE TO BKP-BACKUP-DATE
	MOVE WS-BACKUP-TIME TO BKP-BACKUP-TIME
	MOVE WS-RECORD-COUNT TO BKP-RECORD-COUNT
	MOVE WS-LOW-KEY TO BKP-LOW-KEY
	MOVE WS-HIGH-KEY TO BKP-HIGH-KEY
	IF UNLOAD-MISSING
		SET BKP-MASTER-MISSING TO TRUE
	ELSE
		SET BKP-MASTER-PRESENT TO TRUE
	END-IF
	PERFORM Write-Backup-Output.

Write-Backup-Output.
	EVALUATE WS-BACKUP-MASTER
		WHEN "PIRUNHST"
			WRITE PI-BACKUP-HISTORY-RECORD FROM PI-BACKUP-RECORD
		WHEN "PIOPRMST"
			WRITE PI-BACKUP-OPERATOR-RECORD FROM PI-BACKUP-RECORD
		WHEN "PIAPPRQ"
			WRITE PI-BACKUP-APPROVAL-RECORD FROM PI-BACKUP-RECORD
		WHEN "PISCHMST"
			WRITE PI-BACKUP-SCHEDULE-RECORD FROM PI-BACKUP-RECORD
		WHEN "PIDSTMST"
			WRITE PI-BACKUP-DISTRIBUTION-RECORD FROM PI-BACKUP-RECORD
		WHEN "PIHSTSUM"
			WRITE PI-BACKUP-SUMMARY-RECORD FROM PI-BACKUP-RECORD
		WHEN "PITKTMST"
			WRITE PI-BACKUP-TICKET-RECORD FROM PI-BACKUP-RECORD
		WHEN "PIBASMST"
			WRITE PI-BACKUP-BASELINE-RECORD FROM PI-BACKUP-RECORD
		WHEN "PICLDMST"
			WRITE PI-BACKUP-CALENDAR-RECORD FROM PI-BACKUP-RECORD
	END-EVALUATE
	IF WS-BACKUP-STATUS NOT = "00"
		DISPLAY "PIBACKUP: backup write for " WS-BACKUP-MASTER
			" failed, status=" WS-BACKUP-STATUS
		SET UNLOAD-FAILED TO TRUE
	END-IF.

Write-Report-Line.
	MOVE WS-BACKUP-MASTER TO WS-RD-MASTER
	MOVE WS-RECORD-COUNT TO WS-RD-COUNT
	MOVE WS-LOW-KEY TO WS-RD-LOW-KEY
	MOVE WS-HIGH-KEY TO WS-RD-HIGH-KEY
	EVALUATE TRUE
		WHEN UNLOAD-FAILED
			MOVE "*** FAILED - GENERATION NOT USABLE ***" TO WS-RD-RESULT
			ADD 1 TO WS-FAILED-COUNT
		WHEN UNLOAD-MISSING
			MOVE "MASTER NOT DEFINED - EMPTY GENERATION" TO WS-RD-RESULT
			ADD 1 TO WS-MISSING-COUNT
		WHEN OTHER
			MOVE "UNLOADED" TO WS-RD-RESULT
			ADD WS-RECORD-COUNT TO WS-TOTAL-COUNT
	END-EVALUATE
	WRITE PI-BACKUP-REPORT-RECORD FROM WS-REPORT-DETAIL-LINE.

Note-History-Journal.
	*> A failed master ends the step CC 8, which bypasses the step
	*> that allocates the new journal generation (see PIBKPJOB).
	IF WS-FAILED-COUNT > 0
		WRITE PI-BACKUP-REPORT-RECORD FROM WS-JOURNAL-FAILED-LINE
	ELSE
		WRITE PI-BACKUP-REPORT-RECORD FROM WS-JOURNAL-LINE
	END-IF.
