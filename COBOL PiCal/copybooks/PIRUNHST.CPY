*> that reads it back by date range, operator ID or NumberOfRuns.
*> PICOMBIN (PiCombin.cbl) also writes one record per combined
*> partitioned run, so PISPLTJB runs are visible here too.
*> Both also append a copy of each record they write to the history
*> journal (PIHSTJRN), which PIRECOVR (PiRecovr.cbl) rolls a master
*> reloaded from a PIBACKUP generation forward from.
*> HST-KEY: run date (YYYYMMDD - four-digit years, so records from
*> two centuries keep the key order) + run time (HHMMSShh,
*> hundredths) +
*> CSV extract and the control-totals trailer - every record of one
*> execution carries the same value, so two executions on the same
*> day can never be confused. PIHSTINQ can inquire by it.
*> HST-ALGORITHM-MODE: "L" or "N", the series the result came from,
*> or "E" for an extended-precision result - its HST-PI-VALUE is the
*> first 15 places and HST-NUMBER-OF-RUNS its Machin term count; the
*> full digit string is on the extended-result file under the same
*> run ID and record ordinal (see PIEXTREC.CPY).
*> HST-TICKET-NUMBER: the PI-TICKET-MASTER requester ticket the
*> PI-RUN-PARM record carried (see PITKTREC.CPY), or 0 for a run no
*> ticket asked for - PITKTCLS closes the ticket from this record.
01  PI-RUN-HISTORY-RECORD.
    05  HST-KEY.
        10  HST-RUN-DATE            PIC 9(8).
    05  HST-ELAPSED-SECONDS         PIC 9(5)V99.
    05  HST-OPERATOR-ID             PIC X(8).
    05  HST-RUN-ID                  PIC X(16).
    05  HST-TICKET-NUMBER           PIC 9(6).
