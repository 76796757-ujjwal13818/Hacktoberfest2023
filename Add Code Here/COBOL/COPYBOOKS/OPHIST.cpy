*> trends instead of operations rebuilding them from saved SYSOUT.
*> The band tallies carry the labels in effect on the day, so a band
*> parameter change does not orphan older history rows.
*> Reversals accepted on the day are their own count at the end of
*> the row - they are not netted out of the original day's counts.
	05  OPHIST-BUSINESS-DATE         PIC 9(08).
	05  OPHIST-SOURCE-SYSTEM         PIC X(04).
	05  OPHIST-NUMERIC-COUNT         PIC 9(07).
	05  OPHIST-BAND-ENTRY OCCURS 10 TIMES.
		10  OPHIST-BAND-LABEL        PIC X(12).
		10  OPHIST-BAND-TALLY        PIC 9(07).
	05  OPHIST-REVERSAL-COUNT        PIC 9(07).
