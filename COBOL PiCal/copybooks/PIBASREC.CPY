*> PIBASREC - shared record layout for the PI-BASELINE-MASTER indexed
*> golden-baseline master (PIBASMST DD, VSAM KSDS under MVS). The
*> series arithmetic in Lab4 (PiCal.cbl) is deterministic: a given
*> NumberOfRuns level in a given algorithm mode must produce the same
*> PiValue to the last of its 15 places every night. The "X"
*> cross-check only proves the two series agree with each other -
*> this master holds the PiValue each level/mode was APPROVED at, so
*> a compiler upgrade, runtime change or loop edit that silently
*> moves both series still gets caught.
*> PIBASMNT (PiBasMnt.cbl) approves a baseline from a chosen
*> PI-RUN-HISTORY record; PIBASCHK (PiBasChk.cbl) compares each
*> night's history records against it after Lab4 has run.
*> BAS-KEY: the NumberOfRuns level + the resolved algorithm mode
*> ("L" or "N" - the mode the history record carries; "E" for an
*> extended-precision result, whose level is its Machin term count
*> and whose PiValue is the first 15 places of the result).
*> BAS-SOURCE-KEY: the HST-KEY of the history record the baseline
*> was approved from, so "where did this value come from" is one
*> PIHSTINQ lookup.
01  PI-BASELINE-RECORD.
    05  BAS-KEY.
        10  BAS-NUMBER-OF-RUNS      PIC 9(8).
        10  BAS-ALGORITHM-MODE      PIC X.
    05  BAS-PI-VALUE                PIC 9V9(15).
    05  BAS-APPROVER-ID             PIC X(8).
    05  BAS-APPROVED-DATE           PIC 9(8).
    05  BAS-APPROVED-TIME           PIC 9(8).
    05  BAS-SOURCE-KEY.
        10  BAS-SOURCE-RUN-DATE     PIC 9(8).
        10  BAS-SOURCE-RUN-TIME     PIC 9(8).
        10  BAS-SOURCE-ORDINAL      PIC 9(8).
