*> OPANMSTA - volume and band-mix anomaly status record layout.
*> Written by OPANOMLY next to its printed expected-versus-actual
*> report, one record per business date per source judged - every
*> source in the day's history rows, plus any source the baseline
*> weekdays expected that sent nothing (RESULT ABSENT, actual zero).
*> GRADE is 0 within tolerance, 4 warn, 8 fail, as the step's return
*> code. VOLUME-DEVIATION-PCT is signed (short days negative); the
*> band-mix fields name the band whose share moved furthest. Read by
*> the OPNIGHTS night-status step for the status page and the
*> OPRUNSUM run summary.
	05  OPANS-BUSINESS-DATE          PIC 9(08).
	05  OPANS-SOURCE-SYSTEM          PIC X(04).
	05  OPANS-GRADE                  PIC 9(02).
	05  OPANS-RESULT                 PIC X(08).
		88  OPANS-RESULT-NORMAL      VALUE "NORMAL".
		88  OPANS-RESULT-VOLUME      VALUE "VOLUME".
		88  OPANS-RESULT-BAND-MIX    VALUE "BAND MIX".
		88  OPANS-RESULT-BOTH        VALUE "VOL+MIX".
		88  OPANS-RESULT-ABSENT      VALUE "ABSENT".
		88  OPANS-RESULT-NO-BASELINE VALUE "NO BASE".
	05  OPANS-BASELINE-DAYS          PIC 9(02).
	05  OPANS-EXPECTED-VOLUME        PIC 9(07).
	05  OPANS-ACTUAL-VOLUME          PIC 9(07).
	05  OPANS-VOLUME-DEVIATION-PCT   PIC S9(04)V9.
	05  OPANS-MIX-SHIFT-PTS          PIC 9(03)V9.
	05  OPANS-MIX-SHIFT-LABEL        PIC X(12).
