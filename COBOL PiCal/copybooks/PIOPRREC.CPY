*> one flagged inactive, refuses the run - and enforces each
*> operator's maximum authorized NumberOfRuns per PI-RUN-PARM record,
*> so a fat-fingered 99999999 can no longer eat half the batch window.
*> OPR-MANAGER-ID: the operator ID of the manager responsible for
*> vouching for this operator's access at each quarterly
*> recertification (PIRECERT, PiRecert.cbl). Blank until assigned -
*> by PIOPRMNT/PIBATMNT, or by the first manager to sign the
*> operator off.
*> OPR-LAST-CERTIFIED-DATE: YYYYMMDD the operator's access was last
*> confirmed - stamped by an add, a reactivation, and a manager's
*> keep or lower-limit sign-off. Zero (or not a valid date) means
*> never certified. An operator not certified for a quarter plus the
*> grace period is deactivated by PIRECERT's update pass and the
*> lapse logged to PI-ERROR-LOG, after which every program that
*> validates against this master refuses the ID as inactive.
01  PI-OPERATOR-RECORD.
    05  OPR-OPERATOR-ID             PIC X(8).
    05  OPR-OPERATOR-NAME           PIC X(30).
        88  OPERATOR-ACTIVE                 VALUE "A".
        88  OPERATOR-INACTIVE               VALUE "I".
    05  OPR-MAX-NUMBER-OF-RUNS      PIC 9(8).
    05  OPR-MANAGER-ID              PIC X(8).
    05  OPR-LAST-CERTIFIED-DATE     PIC 9(8).
