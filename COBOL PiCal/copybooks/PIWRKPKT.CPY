*> term, which depends only on whether the start index is even (L
*> mode) or odd (N mode) - PISPLIT works it out so the slices don't
*> have to.
*> WPK-TICKET-NUMBER: the PI-TICKET-MASTER ticket the request record
*> carried (0 = none), passed through every slice to PICOMBIN so the
*> combined result's history record is stamped with it.
01  PI-WORK-PACKET-RECORD.
    05  WPK-PACKET-NO               PIC 99.
    05  WPK-TOTAL-PACKETS           PIC 99.
    05  WPK-START-INDEX             PIC 9(9).
    05  WPK-END-INDEX               PIC 9(9).
    05  WPK-START-FLIPBIT           PIC X.
    05  WPK-TICKET-NUMBER           PIC 9(6).
