*> places, not iteration counts - this record type lets them ask for
*> what they mean. The algorithm-mode byte means the same in both
*> record types.
*> Extended-precision records: an "E" in column 1 asks for 16-50
*> decimal places - beyond the 15 that PiValue and every other
*> 9V9(15) field can carry. PRP-TARGET-DECIMALS is the number of
*> places wanted. Lab4 computes these by Machin's formula in
*> multi-word decimal arithmetic rather than by either series,
*> checks the digits against its stored 50-place reference value
*> and writes the full digit string to the extended-result file
*> and report (see PIEXTREC.CPY); the ordinary outputs carry the
*> result truncated to 15 places. The algorithm-mode byte is not
*> used - leave it blank ("X" is rejected, there being only one
*> method to cross-check).
*> PRP-TICKET-NUMBER: the PI-TICKET-MASTER ticket the record was
*> generated for (PISCHED fills it in - see PITKTREC.CPY), carried
*> through to the PI-RUN-HISTORY record of the result so PITKTCLS can
*> close the ticket. Spaces or zero mean no ticket - a scheduled or
*> hand-typed record can leave the columns off entirely.
*> The record is 15 bytes: the run field and algorithm mode in
*> columns 1-9 and the optional ticket number in columns 10-15.
*> data/PIRUNPRM.DAT has sample records in this layout (valid/valid/
*> too-small/sentinel-default/precision-target/extended-precision),
*> all without a ticket and so only 9 bytes long -
*> copy it to PIRUNPRM in the working directory before running Lab4
*> or PIPRMCHK interactively to see the batch path exercised.
01  PI-RUN-PARM-RECORD.
    05  PRP-PRECISION-REQUEST REDEFINES PRP-NUMBER-OF-RUNS.
        10  PRP-RECORD-TYPE         PIC X.
            88  PRECISION-RUN-RECORD        VALUE "P".
            88  EXTENDED-RUN-RECORD         VALUE "E".
        10  PRP-TARGET-DECIMALS     PIC 99.
        10  PRP-TARGET-DECIMALS-X REDEFINES PRP-TARGET-DECIMALS
                                    PIC XX.
        10  FILLER                  PIC X(5).
    05  PRP-ALGORITHM-MODE          PIC X.
    05  PRP-TICKET-NUMBER           PIC 9(6).
    05  PRP-TICKET-NUMBER-X REDEFINES PRP-TICKET-NUMBER
                                    PIC X(6).
