*> PSM-PARTIAL-SUM carries its sign as a separate leading character
*> so the record stays plain readable text - a Leibniz slice that
*> starts on a negative term sums negative.
*> PSM-TICKET-NUMBER: the requester ticket off the work packet (0 =
*> none) - every partial of one run carries the same one.
01  PI-PARTIAL-SUM-RECORD.
    05  PSM-PACKET-NO               PIC 99.
    05  PSM-TOTAL-PACKETS           PIC 99.
    05  PSM-PARTIAL-SUM             PIC S9V9(15)
                                    SIGN IS LEADING SEPARATE.
    05  PSM-ELAPSED-SECONDS         PIC 9(5)V99.
    05  PSM-TICKET-NUMBER           PIC 9(6).
