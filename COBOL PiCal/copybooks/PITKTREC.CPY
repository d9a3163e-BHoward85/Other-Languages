*> PITKTREC - shared record layout for the PI-TICKET-MASTER indexed
*> requester-ticket master (PITKTMST DD, VSAM KSDS under MVS). Every
*> one-off run a requester asks for - a precision target, an
*> extended-precision digit string, a single large count - is opened
*> here as a ticket by PITKTMNT (PiTktMnt.cbl) instead of being hand-
*> typed into PICAL.RUN.PARM, so the ask can be followed through to
*> its answer:
*>   PISCHED (PiSched.cbl) feeds every open or held ticket into that
*>     night's PI-RUN-PARM with the ticket number on the record and
*>     marks it scheduled;
*>   Lab4 (PiCal.cbl) and PICOMBIN (PiCombin.cbl) stamp the ticket
*>     number on the PI-RUN-HISTORY record of the result;
*>   PITKTCLS (PiTktCls.cbl) runs after the calculation and closes
*>     each scheduled ticket with the run ID, PiValue and error margin
*>     of its history record - or marks it failed with the reason
*>     PI-ERROR-LOG gives for the rejection;
*>   PITKTAGE (PiTktAge.cbl) reports every ticket still outstanding,
*>     oldest first, against the date the requester needs it by.
*> TKT-TICKET-NUMBER: assigned by PITKTMNT, one higher than the
*> highest on file. Tickets are never deleted.
*> TKT-RUN-FIELD: the first eight bytes of the PI-RUN-PARM record to
*> run, exactly as they would be keyed there - an 8-digit
*> NumberOfRuns (0 = the PI-CALC-PARM default), "Pnn" for a
*> precision target of nn places or "Enn" for an extended-precision
*> target (see PIRUNREC.CPY). TKT-ALGORITHM-MODE is that record's
*> mode byte. PITKTMNT applies the PIPRMCHK rules when the ticket is
*> opened.
*> TKT-STATUS: "O" open (waiting for the next nightly run), "S"
*> scheduled (on a PI-RUN-PARM file and not yet answered), "H" held
*> for dual-control approval (Lab4 queued it to PI-APPROVAL-QUEUE -
*> PISCHED offers it again each night until the approval lets it
*> run), "C" completed, "F" failed (rejected or cancelled - the
*> reason is in TKT-FAILURE-REASON).
*> TKT-ROUTE: "N" the nightly PICALJOB run (PISCHED), "P" keyed by
*> hand to a partitioned PISPLTJB run (PITKTMNT action P).
*> TKT-SCHEDULED-DATE: the run date the ticket was last scheduled for
*> - PITKTCLS only accepts a result dated on or after it.
*> The fields PITKTMNT maintains all lie in the first 100 bytes, so
*> the change journal's before/after images carry them whole.
01  PI-TICKET-RECORD.
    05  TKT-TICKET-NUMBER           PIC 9(6).
    05  TKT-REQUESTER-NAME          PIC X(24).
    05  TKT-RUN-FIELD               PIC X(8).
    05  TKT-ALGORITHM-MODE          PIC X.
    05  TKT-DESCRIPTION             PIC X(30).
    05  TKT-DATE-OPENED             PIC 9(8).
    05  TKT-DATE-NEEDED             PIC 9(8).
    05  TKT-STATUS                  PIC X.
        88  TICKET-OPEN                     VALUE "O".
        88  TICKET-SCHEDULED                VALUE "S".
        88  TICKET-HELD                     VALUE "H".
        88  TICKET-COMPLETED                VALUE "C".
        88  TICKET-FAILED                   VALUE "F".
        88  TICKET-OUTSTANDING              VALUE "O" "S" "H".
    05  TKT-ROUTE                   PIC X.
        88  TICKET-ROUTE-NIGHTLY            VALUE "N".
        88  TICKET-ROUTE-PARTITIONED        VALUE "P".
    05  TKT-SCHEDULED-DATE          PIC 9(8).
    05  TKT-OUTCOME.
        10  TKT-CLOSED-DATE         PIC 9(8).
        10  TKT-RUN-ID              PIC X(16).
        10  TKT-PI-VALUE            PIC 9V9(15).
        10  TKT-ERROR-MARGIN        PIC S9V9(15).
        10  TKT-FAILURE-REASON      PIC X(30).
