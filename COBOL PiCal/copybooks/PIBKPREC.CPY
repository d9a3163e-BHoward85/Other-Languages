*> PIBKPREC - shared record layout for the master-file backup
*> generations PIBACKUP (PiBackup.cbl) unloads and PIRECOVR
*> (PiRecovr.cbl) reloads - one sequential generation per indexed
*> master (under MVS a GDG per master, see jcl/PIBKPJOB.jcl).
*> Every generation is:
*>   one "H" header  - the master's DD name and when the unload ran
*>   one "D" record per master record, in key order, the master
*>     record byte for byte in BKP-DATA (left-justified, space-
*>     filled - every master's key leads its record)
*>   one "T" trailer - the same stamp plus the control totals: the
*>     number of "D" records and the lowest and highest key unloaded
*> A generation with no trailer, or whose trailer disagrees with
*> the records in front of it, is incomplete and PIRECOVR refuses
*> to load it.
*> BKP-MASTER: the DD name of the master unloaded - PIRUNHST,
*> PIOPRMST, PIAPPRQ, PISCHMST, PIDSTMST, PIHSTSUM, PITKTMST, PIBASMST
*> or PICLDMST.
*> BKP-RECORD-COUNT / BKP-LOW-KEY / BKP-HIGH-KEY: trailer only (zero
*> and spaces on the header). The keys are left-justified in 24
*> bytes - the run-history and approval-queue keys use all 24.
*> A master that did not exist at backup time unloads as a header
*> and a zero-count trailer with BKP-MASTER-MISSING set.
01  PI-BACKUP-RECORD.
    05  BKP-RECORD-TYPE             PIC X.
        88  BACKUP-HEADER                   VALUE "H".
        88  BACKUP-DATA                     VALUE "D".
        88  BACKUP-TRAILER                  VALUE "T".
    05  BKP-MASTER                  PIC X(8).
    05  BKP-DATA                    PIC X(200).
    05  BKP-CONTROL REDEFINES BKP-DATA.
        10  BKP-BACKUP-DATE         PIC 9(8).
        10  BKP-BACKUP-TIME         PIC 9(8).
        10  BKP-RECORD-COUNT        PIC 9(8).
        10  BKP-LOW-KEY             PIC X(24).
        10  BKP-HIGH-KEY            PIC X(24).
        10  BKP-MASTER-STATE        PIC X.
            88  BKP-MASTER-PRESENT          VALUE "P".
            88  BKP-MASTER-MISSING          VALUE "M".
        10  FILLER                  PIC X(127).
