*> data instead of a 5pm editor session on PICAL.RUN.PARM.
*> SCH-FREQUENCY: "D" = every night, "W" = weekly on SCH-DAY-OF-WEEK
*> (1 = Monday .. 7 = Sunday; ignored for other frequencies),
*> "M" = month-end (the last night of the month), "B" = the last
*> business day of the month by the PI-CALENDAR-MASTER business-day
*> calendar (see PICLDREC.CPY). Whatever the frequency, nothing is
*> generated on a calendar holiday or shutdown night.
*> SCH-NUMBER-OF-RUNS and SCH-ALGORITHM-MODE become the generated
*> record's PRP fields - 0 means "use the PI-CALC-PARM stored
*> default", exactly as a hand-typed record could say. Mode "X"
*> (cross-check) is valid here, so the regression-gate run can be
*> scheduled like any other. Precision-target ("P") requests carry
*> no recurring definition - they are one-off requester asks, not a
*> nightly mix item; open a requester ticket for one with PITKTMNT
*> (see PITKTREC.CPY) and PISCHED puts it on the next night's file
*> after the recurring definitions.
*> SCH-EFFECTIVE-FROM/TO are YYYYMMDD; 99999999 leaves the definition
*> open-ended.
01  PI-SCHEDULE-RECORD.
        88  SCHEDULE-DAILY                  VALUE "D".
        88  SCHEDULE-WEEKLY                 VALUE "W".
        88  SCHEDULE-MONTH-END              VALUE "M".
        88  SCHEDULE-LAST-BUSINESS-DAY      VALUE "B".
    05  SCH-DAY-OF-WEEK             PIC 9.
    05  SCH-EFFECTIVE-FROM          PIC 9(8).
    05  SCH-EFFECTIVE-TO            PIC 9(8).
