*> PIMNTTRN - shared record layout for the PI-MAINT-TRANSACTIONS
*> batch maintenance input (PIMNTTRN DD, sequential) read by
*> PIBATMNT (PiBatMnt.cbl). One transaction per record, against one
*> of the three masters PIOPRMNT, PISCHMNT and PIDSTMNT maintain
*> interactively - so a reorganization's worth of limits, schedule
*> definitions and recipients can be keyed once into a file, proofed
*> in edit-only mode and then applied.
*> TRN-MASTER:  "O" operator master (PIOPRMST), "S" schedule master
*>              (PISCHMST), "D" distribution master (PIDSTMST).
*> TRN-ACTION:  "A" add, "C" change (operator: name, limit and/or
*>              responsible manager;
*>              schedule and recipient: any fields), "D" deactivate,
*>              "R" reactivate.
*> TRN-KEY:     operator ID, schedule ID (0001-9999) or recipient ID.
*> On a change, a blank field keeps the master's current value; the
*> merged record is then edited with exactly the rules an add gets.
*> Numeric fields are keyed as digits, left- or right-justified.
01  PI-MAINT-TRANSACTION.
    05  TRN-MASTER                  PIC X.
        88  TRN-OPERATOR-MASTER             VALUE "O".
        88  TRN-SCHEDULE-MASTER             VALUE "S".
        88  TRN-DISTRIBUTION-MASTER         VALUE "D".
    05  TRN-ACTION                  PIC X.
        88  TRN-ADD                         VALUE "A".
        88  TRN-CHANGE                      VALUE "C".
        88  TRN-DEACTIVATE                  VALUE "D".
        88  TRN-REACTIVATE                  VALUE "R".
    05  TRN-KEY                     PIC X(8).
    05  TRN-DATA                    PIC X(70).
    05  TRN-OPERATOR-DATA REDEFINES TRN-DATA.
        10  TRN-OPR-NAME            PIC X(30).
        10  TRN-OPR-MAX-RUNS        PIC X(8).
        10  TRN-OPR-MANAGER-ID      PIC X(8).
        10  FILLER                  PIC X(24).
    05  TRN-SCHEDULE-DATA REDEFINES TRN-DATA.
        10  TRN-SCH-NUMBER-OF-RUNS  PIC X(8).
        10  TRN-SCH-ALGORITHM-MODE  PIC X.
        10  TRN-SCH-FREQUENCY       PIC X.
        10  TRN-SCH-DAY-OF-WEEK     PIC X.
        10  TRN-SCH-EFFECTIVE-FROM  PIC X(8).
        10  TRN-SCH-EFFECTIVE-TO    PIC X(8).
        10  FILLER                  PIC X(43).
    05  TRN-RECIPIENT-DATA REDEFINES TRN-DATA.
        10  TRN-RCP-NAME            PIC X(30).
        10  TRN-RCP-SELECT-TYPE     PIC X.
        10  TRN-RCP-OPERATOR-ID     PIC X(8).
        10  TRN-RCP-RUNS-FROM       PIC X(8).
        10  TRN-RCP-RUNS-TO         PIC X(8).
        10  TRN-RCP-ALGORITHM-MODE  PIC X.
        10  TRN-RCP-OUTPUT-STYLE    PIC X.
        10  FILLER                  PIC X(13).
