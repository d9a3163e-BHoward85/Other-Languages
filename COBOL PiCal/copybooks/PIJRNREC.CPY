*> PIJRNREC - shared record layout for the PI-CHANGE-JOURNAL
*> before/after change journal (PIJRNLOG DD, sequential, appended
*> under MVS with DISP=MOD). Every maintenance program that changes
*> data controlling what runs and who may run it - PICALPRM,
*> PIOPRMNT, PISCHMNT, PIDSTMNT, PIAPPMNT, PIBASMNT, PICLDMNT,
*> PITKTMNT, the batch maintenance run PIBATMNT and the
*> recertification run PIRECERT - writes one record per add,
*> change, deactivate, reactivate, default change and
*> approve/reject, so "who raised it and from what" always has an
*> answer. The maintaining operator is validated against
*> PI-OPERATOR-MASTER (active) before the session may change
*> anything. PIJRNRPT (PiJrnRpt.cbl) prints the day's journal
*> grouped by file and operator for auditor sign-off.
*> JRN-FILE: the DD name of the file changed (PIOPRMST, PISCHMST,
*> PIDSTMST, PIAPPRQ, PIBASMST, PICLDMST, PITKTMST or PICALPRM).
*> JRN-KEY: the changed record's key as it sits on that file (left-
*> justified; PICALPRM is a single-record file and is keyed
*> "DEFAULTS").
*> JRN-BEFORE-IMAGE / JRN-AFTER-IMAGE: the whole record before and
*> after the change, byte for byte in the file's own layout - an add
*> has a blank before image. PITKTMST records are longer than an
*> image; its first 100 bytes, which hold every field PITKTMNT
*> maintains, are journaled.
01  PI-CHANGE-JOURNAL-RECORD.
    05  JRN-DATE                    PIC 9(8).
    05  JRN-TIME                    PIC 9(8).
    05  JRN-PROGRAM                 PIC X(8).
    05  JRN-FILE                    PIC X(8).
    05  JRN-KEY                     PIC X(24).
    05  JRN-ACTION                  PIC X.
        88  JOURNAL-ADD                     VALUE "A".
        88  JOURNAL-CHANGE                  VALUE "C".
        88  JOURNAL-DEACTIVATE              VALUE "D".
        88  JOURNAL-REACTIVATE              VALUE "R".
        88  JOURNAL-APPROVE                 VALUE "P".
        88  JOURNAL-REJECT                  VALUE "J".
    05  JRN-OPERATOR-ID             PIC X(8).
    05  JRN-BEFORE-IMAGE            PIC X(100).
    05  JRN-AFTER-IMAGE             PIC X(100).
