*> PIEXTREC - shared record layout for the PI-EXTENDED-RESULT file
*> (PIEXTRES DD) Lab4 (PiCal.cbl) writes, one record per
*> extended-precision ("E") PI-RUN-PARM record computed - see
*> PIRUNREC.CPY. Every other output carries PiValue truncated to the
*> 15 places a 9V9(15) field holds; this record carries the whole
*> result.
*> EXT-RUN-ID / EXT-RECORD-ORDINAL: the run identifier and the
*> PI-RUN-PARM record ordinal, the same pair the run-history record
*> for this result carries.
*> EXT-TARGET-DECIMALS: the decimal places the requester asked for.
*> EXT-CORRECT-DIGITS: how many leading decimal places of the result
*> agree with Lab4's stored 50-place reference value of PI.
*> EXT-TERM-COUNT: the Machin series terms it took (both arctangents).
*> EXT-PI-DIGITS: "3." followed by EXT-TARGET-DECIMALS places,
*> truncated (not rounded), left-justified and space-filled.
*> EXT-RESULT-FLAG: "Y" = every requested place is correct, "N" =
*> the result fell short of the target (flagged "*SHORT*" on the
*> extended report, and Lab4 ends with its "computation in
*> question" condition code).
01  PI-EXTENDED-RESULT-RECORD.
    05  EXT-RUN-ID                  PIC X(16).
    05  EXT-RECORD-ORDINAL          PIC 9(8).
    05  EXT-OPERATOR-ID             PIC X(8).
    05  EXT-TARGET-DECIMALS         PIC 99.
    05  EXT-CORRECT-DIGITS          PIC 99.
    05  EXT-TERM-COUNT              PIC 9(8).
    05  EXT-ELAPSED-SECONDS         PIC 9(5)V99.
    05  EXT-PI-DIGITS               PIC X(52).
    05  EXT-RESULT-FLAG             PIC X.
        88  EXTENDED-RESULT-CORRECT         VALUE "Y".
        88  EXTENDED-RESULT-SHORT           VALUE "N".
