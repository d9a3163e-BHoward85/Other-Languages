*> PICERTRN - shared record layout for the PI-CERT-DECISIONS
*> sign-off file (PICERTRN DD, sequential, 80-byte card image) read
*> by PIRECERT (PiRecert.cbl) in update mode. One record per
*> operator a manager has reviewed off the quarterly recertification
*> report.
*> CRT-MANAGER-ID: the signing manager's operator ID - must be on the
*> operator master, active, and either the operator's OPR-MANAGER-ID
*> or (when that is still blank) becomes it.
*> CRT-OPERATOR-ID: the operator being recertified; a manager can
*> never sign off their own access.
*> CRT-DECISION:
*>   "K" = keep - access confirmed as it stands
*>   "L" = lower the limit - access confirmed at CRT-NEW-MAX-RUNS
*>   "R" = revoke - the operator is deactivated
*> K and L stamp today as OPR-LAST-CERTIFIED-DATE; R does not.
*> CRT-NEW-MAX-RUNS: the new maximum NumberOfRuns for an "L"
*> decision (digits, left- or right-justified), above 9 (PIOPRMNT's
*> minimum) and below the operator's current limit; ignored otherwise.
*> CRT-REASON: the manager's free-text reason, carried to the report.
01  PI-CERT-DECISION-RECORD.
    05  CRT-MANAGER-ID              PIC X(8).
    05  CRT-OPERATOR-ID             PIC X(8).
    05  CRT-DECISION                PIC X.
        88  CERT-KEEP                       VALUE "K".
        88  CERT-LOWER-LIMIT                VALUE "L".
        88  CERT-REVOKE                     VALUE "R".
    05  CRT-NEW-MAX-RUNS            PIC X(8).
    05  CRT-REASON                  PIC X(30).
    05  FILLER                      PIC X(25).
