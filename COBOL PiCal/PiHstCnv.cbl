 $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. PIHSTCNV.
AUTHOR. Brad Howard.
*> One-time conversion of the PI-RUN-HISTORY master from the 96-byte
*> record to the 102-byte one that carries HST-TICKET-NUMBER (see
*> PIRUNHST.CPY and jcl/PIHCVJOB.jcl). Every program that opens the
*> master - Lab4, PICOMBIN, PITKTCLS, PIHSTINQ, PIBACKUP and the
*> rest - expects the longer record, so this runs once, with the
*> nightly job held, before the first run of the new load modules.
*>   PIHSTOLD -> PIHSTNEW  each record copied unchanged, key order
*>                         kept, with HST-TICKET-NUMBER zero - no
*>                         run before tickets existed was asked for
*>                         by one
*> The old master must already have four-digit-year keys; a master
*> still in the YYMMDD layout goes through PIDATCNV (PIDCVJOB)
*> instead, which writes the 102-byte record directly. The original
*> is read-only here - swap the datasets in after the run proves
*> out, so an abend loses nothing. Archive generations PIHSTARC
*> wrote before the change are left as they are; nothing reads them
*> back.
*>   RETURN-CODE = 0  every record converted
*>   RETURN-CODE = 4  one or more records could not be written
*>   RETURN-CODE = 8  a file could not be opened

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PI-HISTORY-OLD ASSIGN TO "PIHSTOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OHS-KEY
        FILE STATUS IS WS-HSTOLD-STATUS.

    SELECT PI-HISTORY-NEW ASSIGN TO "PIHSTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS WS-HSTNEW-STATUS.

DATA DIVISION.
FILE SECTION.
*> Old-layout view of the history master - PIRUNHST.CPY up to and
*> including HST-RUN-ID, with no ticket number after it.
FD  PI-HISTORY-OLD.
01  OHS-HISTORY-RECORD.
    05  OHS-KEY                     PIC X(24).
    05  OHS-REST                    PIC X(72).

FD  PI-HISTORY-NEW.
    COPY PIRUNHST.

WORKING-STORAGE SECTION.
77 WS-HSTOLD-STATUS	PIC XX.

77 WS-HSTNEW-STATUS	PIC XX.

77 WS-HISTORY-EOF	PIC X			VALUE "N".
    88 HISTORY-EOF			VALUE "Y".

77 WS-HISTORY-COUNT	PIC 9(8)		VALUE 0.

77 WS-FAILED-COUNT	PIC 9(8)		VALUE 0.

*> END OF SECTION

PROCEDURE DIVISION.
Begin.
	OPEN INPUT PI-HISTORY-OLD
	IF WS-HSTOLD-STATUS NOT = "00"
		DISPLAY "PIHSTCNV: PIHSTOLD could not be opened, status="
			WS-HSTOLD-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	*> OPEN OUTPUT loads the new cluster - it must be freshly defined
	*> and empty, never the live master.
	OPEN OUTPUT PI-HISTORY-NEW
	IF WS-HSTNEW-STATUS NOT = "00"
		DISPLAY "PIHSTCNV: PIHSTNEW could not be opened, status="
			WS-HSTNEW-STATUS
		CLOSE PI-HISTORY-OLD
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL HISTORY-EOF
		READ PI-HISTORY-OLD NEXT RECORD
			AT END
				SET HISTORY-EOF TO TRUE
			NOT AT END
				PERFORM Convert-History-Record
		END-READ
	END-PERFORM
	CLOSE PI-HISTORY-OLD
	CLOSE PI-HISTORY-NEW

	DISPLAY "PIHSTCNV: " WS-HISTORY-COUNT " history record(s) converted, "
		WS-FAILED-COUNT " failed"
	IF WS-FAILED-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

Convert-History-Record.
	*> The fields up to the run ID line up byte for byte; the group
	*> move space-fills the new ticket number, which is then zeroed.
	MOVE OHS-HISTORY-RECORD TO PI-RUN-HISTORY-RECORD
	MOVE 0 TO HST-TICKET-NUMBER
	WRITE PI-RUN-HISTORY-RECORD
	IF WS-HSTNEW-STATUS NOT = "00"
		DISPLAY "PIHSTCNV: PIHSTNEW write failed, status="
			WS-HSTNEW-STATUS " at key " OHS-KEY
		ADD 1 TO WS-FAILED-COUNT
	ELSE
		ADD 1 TO WS-HISTORY-COUNT
	END-IF.
