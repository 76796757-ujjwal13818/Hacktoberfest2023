*> OPSCREC - monthly sender data-quality scorecard record layout.
*> One record per profiled sender per month, written by OPSCORE
*> next to its printed scorecard for the vendor-management team to
*> load, and read back by the following month's run as the prior
*> scores the trend is measured against. The four component scores
*> (0.0-100.0) and the weighted overall score are as printed on the
*> report; the counts behind each component ride alongside so the
*> loaded file can be re-weighted without re-running the month.
*> Trend is UP / DOWN / SAME against the prior month's overall
*> score, or NEW when the sender has no prior scorecard.
	05  OPSC-SCORE-MONTH             PIC 9(06).
	05  OPSC-SOURCE-SYSTEM           PIC X(04).
	05  OPSC-RANK                    PIC 9(02).
	05  OPSC-OVERALL-SCORE           PIC 9(03)V9.
	05  OPSC-PRIOR-SCORE             PIC 9(03)V9.
	05  OPSC-PRIOR-RANK              PIC 9(02).
	05  OPSC-TREND                   PIC X(04).
		88  OPSC-TREND-UP            VALUE "UP".
		88  OPSC-TREND-DOWN          VALUE "DOWN".
		88  OPSC-TREND-SAME          VALUE "SAME".
		88  OPSC-TREND-NEW           VALUE "NEW".
*>  VOLUME AND BAD DATA FROM THE HISTORY MASTER.
	05  OPSC-TOTAL-RECORDS           PIC 9(09).
	05  OPSC-BAD-RECORDS             PIC 9(09).
	05  OPSC-QUALITY-SCORE           PIC 9(03)V9.
*>  EXCEPTION-MASTER ITEMS LOGGED IN THE MONTH, BY REASON.
	05  OPSC-EXCP-ITEMS              PIC 9(07).
	05  OPSC-EXCP-NOT-NUMERIC        PIC 9(07).
	05  OPSC-EXCP-DUPLICATE          PIC 9(07).
	05  OPSC-EXCP-WRONG-DATE         PIC 9(07).
	05  OPSC-EXCP-COMPUTE            PIC 9(07).
	05  OPSC-EXCP-OTHER              PIC 9(07).
	05  OPSC-EXCP-RESOLVED           PIC 9(07).
	05  OPSC-AVG-DAYS-TO-RESOLVE     PIC 9(03)V9.
	05  OPSC-EXCEPTION-SCORE         PIC 9(03)V9.
*>  OPEN-GAP MASTER ITEMS RAISED IN THE MONTH.
	05  OPSC-GAPS-RAISED             PIC 9(07).
	05  OPSC-GAPS-FILLED             PIC 9(07).
	05  OPSC-GAP-SCORE               PIC 9(03)V9.
*>  ARRIVAL HISTORY AGAINST THE PROFILE DELIVERY CALENDAR.
	05  OPSC-DAYS-DUE                PIC 9(02).
	05  OPSC-DAYS-ON-TIME            PIC 9(02).
	05  OPSC-DAYS-LATE               PIC 9(02).
	05  OPSC-DAYS-MISSED             PIC 9(02).
	05  OPSC-DAYS-EMPTY              PIC 9(02).
	05  OPSC-TIMELINESS-SCORE        PIC 9(03)V9.
	05  FILLER                       PIC X(10).
