*> must lose nothing.
FD  PI-HISTORY-ARCHIVE
    RECORDING MODE IS F.
01  PI-HISTORY-ARCHIVE-RECORD      PIC X(102).

FD  PI-HISTORY-SUMMARY.
    COPY PIHSTSUM.
