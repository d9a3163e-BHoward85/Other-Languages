*> PICLDREC - shared record layout for the PI-CALENDAR-MASTER indexed
*> business-day calendar (PICLDMST DD, VSAM KSDS under MVS).
*> Maintained by PICLDMNT (PiCldMnt.cbl). PISCHED (PiSched.cbl) reads
*> it to decide whether tonight's definitions run at all and to find
*> the last business day of the month; Lab4 (PiCal.cbl) reads it for
*> a reduced-window night's own batch-window end.
*> CLD-DATE: the calendar date, YYYYMMDD.
*> CLD-DAY-TYPE:
*>   "B" = business day - normal operations (only needed to make a
*>         Saturday or Sunday a business day)
*>   "H" = holiday - no definitions are generated
*>   "S" = shop shutdown night (batch window given to year-end
*>         processing and the like) - no definitions are generated
*>   "R" = reduced-window night - a business day whose batch window
*>         ends at CLD-WINDOW-END-TIME instead of the PI-CALC-PARM
*>         PCP-WINDOW-END-TIME, for that night only
*> A date with no record is an ordinary night: a business day Monday
*> to Friday, a non-business day (but not a suppressed one - "D"
*> definitions still fire) on Saturday and Sunday.
*> CLD-WINDOW-END-TIME: HHMM (24-hour clock), meaningful only on an
*> "R" night; zero otherwise.
01  PI-CALENDAR-RECORD.
    05  CLD-DATE                    PIC 9(8).
    05  CLD-DAY-TYPE                PIC X.
        88  CALENDAR-BUSINESS-DAY           VALUE "B".
        88  CALENDAR-HOLIDAY                VALUE "H".
        88  CALENDAR-SHUTDOWN               VALUE "S".
        88  CALENDAR-REDUCED-WINDOW         VALUE "R".
    05  CLD-WINDOW-END-TIME         PIC 9(4).
    05  CLD-DESCRIPTION             PIC X(30).
