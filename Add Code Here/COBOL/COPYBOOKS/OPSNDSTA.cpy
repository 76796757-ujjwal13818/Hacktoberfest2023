*> report shows (ARRIVED / NO DELIV / NOT DUE / EMPTY OK /
*> MISSING) and the read and merged counts. Read by the OPNIGHTS
*> night-status step so the morning "who delivered" answer comes
*> off one page instead of the arrival SYSOUT. The business date
*> rides on the record because every night's generation is also
*> appended to the arrival history that OPSCORE scores each
*> sender's delivery record from at month-end.
	05  OPSND-SOURCE-SYSTEM          PIC X(04).
	05  OPSND-ARRIVAL-STATE          PIC X(08).
	05  OPSND-READ-COUNT             PIC 9(07).
	05  OPSND-MERGED-COUNT           PIC 9(07).
	05  OPSND-BUSINESS-DATE          PIC 9(08).
