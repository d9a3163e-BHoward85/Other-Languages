				MOVE OHS-ELAPSED-SECONDS TO HST-ELAPSED-SECONDS
				MOVE OHS-OPERATOR-ID TO HST-OPERATOR-ID
				MOVE SPACES TO HST-RUN-ID
				MOVE 0 TO HST-TICKET-NUMBER
				WRITE PI-RUN-HISTORY-RECORD
				IF WS-HSTNEW-STATUS NOT = "00"
					DISPLAY "PIDATCNV: PIHSTNEW write failed, status="
