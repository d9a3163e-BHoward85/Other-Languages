*> bursts the nightly report into one output per active recipient,
*> so the capacity group, the individual requesters and management
*> each get their own cut instead of one monolithic final report
*> someone splits by hand. PIREPRNT (PiReprnt.cbl) applies the same
*> selection rules to re-distribute a prior execution's results.
*> RCP-SELECT-TYPE - which of this run's results the recipient gets:
*>   "*" = every result
*>   "O" = results requested by RCP-OPERATOR-ID
