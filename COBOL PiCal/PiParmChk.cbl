	STOP RUN.

Validate-Run-Record.
	*> A requester ticket number, when present, must be the six digits
	*> PISCHED wrote - anything else would reach the history record
	*> as no ticket and leave the ticket unanswerable.
	IF PRP-TICKET-NUMBER-X NOT = SPACES
	  AND PRP-TICKET-NUMBER-X IS NOT NUMERIC
		ADD 1 TO WS-BAD-COUNT
		EXIT PARAGRAPH
	END-IF
	*> Extended-precision records ("E" in column 1) carry a target of
	*> 16-50 decimal places, beyond the 15 PiValue holds, and have no
	*> series to cross-check - see PIRUNREC.CPY.
	IF EXTENDED-RUN-RECORD
		IF PRP-TARGET-DECIMALS-X IS NOT NUMERIC
		  OR PRP-TARGET-DECIMALS < 16
		  OR PRP-TARGET-DECIMALS > 50
		  OR PRP-ALGORITHM-MODE = "X"
			ADD 1 TO WS-BAD-COUNT
		END-IF
		EXIT PARAGRAPH
	END-IF
	*> Precision-target records ("P" in column 1) carry a decimal-place
	*> target instead of an iteration count - see PIRUNREC.CPY.
	IF PRECISION-RUN-RECORD
