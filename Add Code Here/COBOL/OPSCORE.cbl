IDENTIFICATION DIVISION.
PROGRAM-ID. OPSCORE.
*> OPSCORE - monthly sender data-quality scorecard.
*> Management's one page per sender per month used to be pieced
*> together by hand from the arrival report, the OPEXMGR aging
*> report, the OPGAPMGR open-gap list, and OPHTREND. This program
*> builds it for the month on the OPHMSEL selection record (same
*> record as OPHTREND) from four sources, for every sender on the
*> OPSNDPRF profile master:
*>   - the history master: records received and bad records (not
*>     numeric, rejected, unbanded) - the QUALITY score is 100 less
*>     the bad-data percentage;
*>   - the exception master: items logged in the month by reason,
*>     and the average days to resolve those resolved - the
*>     EXCEPTION score is 100 less ten points per percent of the
*>     month's records that became exception items;
*>   - the open-gap master: gaps detected in the month and how many
*>     have since been filled - the GAP score is the fill rate;
*>   - the OPSNDSTA arrival history, against the profile delivery
*>     calendar and the OPHOLCAL holidays: for each day a delivery
*>     was due, ON TIME (first run of the date saw it ARRIVED),
*>     EMPTY (EMPTY OK), LATE (first run saw NO DELIV or MISSING, a
*>     rerun saw it arrive) or MISSED - the TIMELINESS score counts
*>     on-time and empty days in full and late days at half. A day
*>     the stream recorded as NOT DUE, or never ran for the sender,
*>     is left out.
*> The overall score weights the four (OPSCWGT cols 1-3 quality,
*> 4-6 exceptions, 7-9 gaps, 10-12 timeliness; default 40/20/15/25)
*> and ranks the senders. Last month's scorecard file (OPSCPRV)
*> supplies the prior score and rank for the trend. The report is
*> a ranking page followed by one page per sender in rank order;
*> the same figures go to the OPSCOUT scorecard file (OPSCREC) for
*> the vendor-management team to load. Exception items resolved and
*> aged off the master before the run are not counted, so run it
*> promptly after month-end. Return code 4 means a scoring input
*> was missing and the affected component scored from nothing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MONTH-SELECT-FILE ASSIGN TO OPHMSEL
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SELECT-STATUS.
	SELECT WEIGHT-PARM-FILE ASSIGN TO OPSCWGT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-WEIGHT-STATUS.
	SELECT SENDER-PROFILE-FILE ASSIGN TO OPSNDPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PROFILE-STATUS.
	SELECT HOLIDAY-CAL-FILE ASSIGN TO OPHOLCAL
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-HOLIDAY-STATUS.
	SELECT HISTORY-IN-FILE ASSIGN TO OPHISTI
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-HISTORY-STATUS.
	SELECT EXCEPTION-MASTER-FILE ASSIGN TO OPEXMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EXCEPTION-STATUS.
	SELECT GAP-MASTER-FILE ASSIGN TO OPGAPMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GAP-STATUS.
	SELECT ARRIVAL-HISTORY-FILE ASSIGN TO OPSNDHST
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ARRIVAL-STATUS.
	SELECT PRIOR-SCORECARD-FILE ASSIGN TO OPSCPRV
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRIOR-STATUS.
	SELECT SCORECARD-OUT-FILE ASSIGN TO OPSCOUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SCORECARD-STATUS.
	SELECT SCORECARD-REPORT-FILE ASSIGN TO OPSCRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MONTH-SELECT-FILE
	RECORDING MODE IS F.
01  MONTH-SELECT-RECORD              PIC X(80).
FD  WEIGHT-PARM-FILE
	RECORDING MODE IS F.
01  WEIGHT-PARM-RECORD               PIC X(80).
FD  SENDER-PROFILE-FILE
	RECORDING MODE IS F.
01  SENDER-PROFILE-RECORD.
	COPY OPSNDPRF.
FD  HOLIDAY-CAL-FILE
	RECORDING MODE IS F.
01  HOLIDAY-CAL-RECORD               PIC X(08).
FD  HISTORY-IN-FILE
	RECORDING MODE IS F.
01  HISTORY-IN-RECORD.
	COPY OPHIST.
FD  EXCEPTION-MASTER-FILE
	RECORDING MODE IS F.
01  EXCEPTION-MASTER-RECORD.
	COPY OPEXMST.
FD  GAP-MASTER-FILE
	RECORDING MODE IS F.
01  GAP-MASTER-RECORD.
	COPY OPGAPMST.
FD  ARRIVAL-HISTORY-FILE
	RECORDING MODE IS F.
01  ARRIVAL-HISTORY-RECORD.
	COPY OPSNDSTA.
FD  PRIOR-SCORECARD-FILE
	RECORDING MODE IS F.
01  PRIOR-SCORECARD-RECORD           PIC X(147).
FD  SCORECARD-OUT-FILE
	RECORDING MODE IS F.
01  SCORECARD-OUT-RECORD             PIC X(147).
FD  SCORECARD-REPORT-FILE
	RECORDING MODE IS F.
01  SCORECARD-REPORT-LINE            PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-SELECT-STATUS PIC XX.
	77 WS-WEIGHT-STATUS PIC XX.
	77 WS-PROFILE-STATUS PIC XX.
	77 WS-HOLIDAY-STATUS PIC XX.
	77 WS-HISTORY-STATUS PIC XX.
	77 WS-EXCEPTION-STATUS PIC XX.
	77 WS-GAP-STATUS PIC XX.
	77 WS-ARRIVAL-STATUS PIC XX.
	77 WS-PRIOR-STATUS PIC XX.
	77 WS-SCORECARD-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.

	01  WS-SCORECARD-WORK-RECORD.
		COPY OPSCREC.

	01  WS-SELECT-MONTH.
		05  WS-SEL-YYYY              PIC 9(04).
		05  WS-SEL-MM                PIC 9(02).
	01  WS-PRIOR-MONTH.
		05  WS-PRV-YYYY              PIC 9(04).
		05  WS-PRV-MM                PIC 9(02).
	01  WS-NEXT-MONTH.
		05  WS-NXT-YYYY              PIC 9(04).
		05  WS-NXT-MM                PIC 9(02).
	01  WS-WORK-DATE.
		05  WS-WORK-YYYYMM           PIC 9(06).
		05  WS-WORK-DD               PIC 9(02).
	01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE PIC 9(08).
	77  WS-MONTH-START-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-NEXT-START-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-DAYS-IN-MONTH PIC 9(02) VALUE ZERO.
	77  WS-DAY-IDX PIC 9(02) VALUE ZERO.
	77  WS-DATE-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-DAY-OF-WEEK PIC 9(01) VALUE ZERO.
	77  WS-LOGGED-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-RESOLVED-INTEGER PIC 9(07) VALUE ZERO.

	77  WS-WEIGHT-QUALITY PIC 9(03) VALUE 40.
	77  WS-WEIGHT-EXCEPTION PIC 9(03) VALUE 20.
	77  WS-WEIGHT-GAP PIC 9(03) VALUE 15.
	77  WS-WEIGHT-TIMELINESS PIC 9(03) VALUE 25.
	77  WS-WEIGHT-TOTAL PIC 9(04) VALUE ZERO.

	77  WS-HOL-MAX-ENTRIES PIC 9(02) VALUE 50.
	77  WS-HOL-COUNT PIC 9(02) VALUE ZERO.
	77  WS-HOL-IDX PIC 9(02) VALUE ZERO.
	01  WS-HOLIDAY-TABLE.
		05  WS-HOL-DATE OCCURS 50 TIMES PIC 9(08) VALUE ZERO.
	77  WS-HOLIDAY-SWITCH PIC X VALUE "N".
		88  DATE-IS-HOLIDAY VALUE "Y".
	77  WS-DUE-SWITCH PIC X VALUE "N".
		88  DELIVERY-DUE VALUE "Y".

*>  ONE SLOT PER PROFILED SENDER. THE DAY TABLE HOLDS THE FIRST
*>  AND LAST ARRIVAL STATE RECORDED FOR EACH DATE OF THE MONTH -
*>  A RERUN OF AN OPEN DATE APPENDS A SECOND STATE FOR THE SAME DAY.
	77  WS-SC-MAX-ENTRIES PIC 9(02) VALUE 20.
	77  WS-SC-COUNT PIC 9(02) VALUE ZERO.
	77  WS-SC-IDX PIC 9(02) VALUE ZERO.
	77  WS-LOOKUP-SOURCE PIC X(04) VALUE SPACES.
	01  WS-SCORE-TABLE.
		05  WS-SC-ENTRY OCCURS 20 TIMES.
			10  WS-SC-SOURCE         PIC X(04) VALUE SPACES.
			10  WS-SC-DESCRIPTION    PIC X(20) VALUE SPACES.
			10  WS-SC-DELIVERY-DAYS.
				15  WS-SC-DELIVER-DAY PIC X(01) OCCURS 7 TIMES.
			10  WS-SC-HOLIDAY-ACTION PIC X(01) VALUE SPACE.
			10  WS-SC-TOTAL-RECORDS  PIC 9(09) VALUE ZERO.
			10  WS-SC-BAD-RECORDS    PIC 9(09) VALUE ZERO.
			10  WS-SC-EXCP-ITEMS     PIC 9(07) VALUE ZERO.
			10  WS-SC-EXCP-NOT-NUMERIC PIC 9(07) VALUE ZERO.
			10  WS-SC-EXCP-DUPLICATE PIC 9(07) VALUE ZERO.
			10  WS-SC-EXCP-WRONG-DATE PIC 9(07) VALUE ZERO.
			10  WS-SC-EXCP-COMPUTE   PIC 9(07) VALUE ZERO.
			10  WS-SC-EXCP-OTHER     PIC 9(07) VALUE ZERO.
			10  WS-SC-EXCP-RESOLVED  PIC 9(07) VALUE ZERO.
			10  WS-SC-RESOLVE-DAYS   PIC 9(09) VALUE ZERO.
			10  WS-SC-AVG-RESOLVE    PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-GAPS-RAISED    PIC 9(07) VALUE ZERO.
			10  WS-SC-GAPS-FILLED    PIC 9(07) VALUE ZERO.
			10  WS-SC-DAYS-DUE       PIC 9(02) VALUE ZERO.
			10  WS-SC-DAYS-ON-TIME   PIC 9(02) VALUE ZERO.
			10  WS-SC-DAYS-LATE      PIC 9(02) VALUE ZERO.
			10  WS-SC-DAYS-MISSED    PIC 9(02) VALUE ZERO.
			10  WS-SC-DAYS-EMPTY     PIC 9(02) VALUE ZERO.
			10  WS-SC-BAD-PCT        PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-QUALITY-SCORE  PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-EXCEPTION-SCORE PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-GAP-SCORE      PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-TIMELY-SCORE   PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-OVERALL-SCORE  PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-RANK           PIC 9(02) VALUE ZERO.
			10  WS-SC-PRIOR-SWITCH   PIC X(01) VALUE "N".
				88  WS-SC-HAS-PRIOR  VALUE "Y".
			10  WS-SC-PRIOR-SCORE    PIC 9(03)V9 VALUE ZERO.
			10  WS-SC-PRIOR-RANK     PIC 9(02) VALUE ZERO.
			10  WS-SC-TREND          PIC X(04) VALUE SPACES.
			10  WS-SC-DAY OCCURS 31 TIMES.
				15  WS-SC-DAY-FIRST  PIC X(08).
				15  WS-SC-DAY-LAST   PIC X(08).

*>  SLOT NUMBERS IN RANK ORDER, BEST OVERALL SCORE FIRST.
	01  WS-RANK-TABLE.
		05  WS-RANK-SLOT OCCURS 20 TIMES PIC 9(02) VALUE ZERO.
	77  WS-RANK-IDX PIC 9(02) VALUE ZERO.
	77  WS-RANK-NEXT PIC 9(02) VALUE ZERO.
	77  WS-RANK-HOLD PIC 9(02) VALUE ZERO.
	77  WS-SWAP-SWITCH PIC X VALUE "N".
		88  SLOTS-SWAPPED VALUE "Y".

	77  WS-WORK-PCT PIC 9(05)V9 VALUE ZERO.
	77  WS-WORK-SCORE PIC S9(05)V9 VALUE ZERO.
	77  WS-WORK-DAYS PIC 9(03)V9 VALUE ZERO.

	77  WS-HISTORY-ROWS PIC 9(07) VALUE ZERO.
	77  WS-EXCEPTION-ROWS PIC 9(07) VALUE ZERO.
	77  WS-GAP-ROWS PIC 9(07) VALUE ZERO.
	77  WS-ARRIVAL-ROWS PIC 9(07) VALUE ZERO.
	77  WS-PRIOR-ROWS PIC 9(07) VALUE ZERO.
	77  WS-UNPROFILED-ROWS PIC 9(07) VALUE ZERO.
	77  WS-WARN-SWITCH PIC X VALUE "N".
		88  SCORE-WARNING VALUE "Y".

	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(36) VALUE
			"SENDER DATA-QUALITY SCORECARD - MON".
		05  FILLER PIC X(04) VALUE "TH  ".
		05  WS-HDG-MONTH PIC 9(06).
		05  FILLER PIC X(25) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-RANKING-HEADING.
		05  FILLER PIC X(44) VALUE
			"RANK  SRC   SCORE  PRIOR  TREND    QUALITY E".
		05  FILLER PIC X(36) VALUE
			"XCPTNS    GAPS  TIMELY".

	01  WS-RANKING-DETAIL-LINE.
		05  WS-RKL-RANK      PIC Z9.
		05  FILLER           PIC X(4) VALUE SPACES.
		05  WS-RKL-SOURCE    PIC X(04).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RKL-SCORE     PIC ZZ9.9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RKL-PRIOR     PIC X(05).
		05  WS-RKL-PRIOR-NUM REDEFINES WS-RKL-PRIOR PIC ZZ9.9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RKL-TREND     PIC X(04).
		05  FILLER           PIC X(5) VALUE SPACES.
		05  WS-RKL-QUALITY   PIC ZZ9.9.
		05  FILLER           PIC X(3) VALUE SPACES.
		05  WS-RKL-EXCEPTION PIC ZZ9.9.
		05  FILLER           PIC X(3) VALUE SPACES.
		05  WS-RKL-GAP       PIC ZZ9.9.
		05  FILLER           PIC X(3) VALUE SPACES.
		05  WS-RKL-TIMELY    PIC ZZ9.9.
		05  FILLER           PIC X(15) VALUE SPACES.

	01  WS-WEIGHTS-LINE.
		05  FILLER PIC X(18) VALUE "WEIGHTS - QUALITY ".
		05  WS-WTL-QUALITY   PIC ZZ9.
		05  FILLER PIC X(13) VALUE "  EXCEPTIONS ".
		05  WS-WTL-EXCEPTION PIC ZZ9.
		05  FILLER PIC X(07) VALUE "  GAPS ".
		05  WS-WTL-GAP       PIC ZZ9.
		05  FILLER PIC X(13) VALUE "  TIMELINESS ".
		05  WS-WTL-TIMELY    PIC ZZ9.
		05  FILLER PIC X(17) VALUE SPACES.

	01  WS-SENDER-HEADING.
		05  FILLER PIC X(07) VALUE "SENDER ".
		05  WS-SHL-SOURCE    PIC X(04).
		05  FILLER PIC X(02) VALUE SPACES.
		05  WS-SHL-DESCRIPTION PIC X(20).
		05  FILLER PIC X(07) VALUE "  RANK ".
		05  WS-SHL-RANK      PIC Z9.
		05  FILLER PIC X(08) VALUE "  SCORE ".
		05  WS-SHL-SCORE     PIC ZZ9.9.
		05  FILLER PIC X(08) VALUE "  TREND ".
		05  WS-SHL-TREND     PIC X(04).
		05  FILLER PIC X(13) VALUE SPACES.

	01  WS-SECTION-LINE.
		05  WS-SEC-TITLE     PIC X(40).
		05  FILLER           PIC X(40) VALUE SPACES.

	01  WS-COUNT-LINE.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-CNT-LABEL     PIC X(28).
		05  WS-CNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
		05  FILLER           PIC X(39) VALUE SPACES.

	01  WS-SCORE-LINE.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-SCL-LABEL     PIC X(28).
		05  FILLER           PIC X(5) VALUE SPACES.
		05  WS-SCL-VALUE     PIC ZZ9.9.
		05  FILLER           PIC X(40) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(28).
		05  WS-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 2000-LOAD-HISTORY
	PERFORM 2100-LOAD-EXCEPTIONS
	PERFORM 2200-LOAD-GAPS
	PERFORM 2300-LOAD-ARRIVALS
	PERFORM 2400-LOAD-PRIOR-SCORECARD
	PERFORM VARYING WS-SC-IDX FROM 1 BY 1
			UNTIL WS-SC-IDX > WS-SC-COUNT
		PERFORM 3000-SCORE-SENDER
	END-PERFORM
	PERFORM 4000-RANK-SENDERS
	PERFORM 5000-WRITE-SCORECARD-FILE
	PERFORM 6000-WRITE-RANKING-PAGE
	PERFORM 6500-WRITE-SENDER-PAGES
	PERFORM 9000-TERMINATE
	IF SCORE-WARNING
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

1000-INITIALIZE.
	PERFORM 1100-LOAD-MONTH-SELECTION
	PERFORM 1200-LOAD-WEIGHTS
	PERFORM 1300-LOAD-SENDER-PROFILES
	PERFORM 1400-LOAD-HOLIDAYS
	OPEN OUTPUT SCORECARD-OUT-FILE
	IF WS-SCORECARD-STATUS NOT = "00"
		DISPLAY "OPSCORE - UNABLE TO OPEN SCORECARD-OUT-FILE, STATUS = "
			WS-SCORECARD-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT SCORECARD-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPSCORE - UNABLE TO OPEN SCORECARD-REPORT-FILE, "
			"STATUS = " WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-SELECT-MONTH TO WS-HDG-MONTH.

*>  THE MONTH'S LENGTH AND THE PRIOR MONTH (FOR THE TREND) BOTH
*>  FOLLOW FROM THE SELECTED YYYYMM.
1100-LOAD-MONTH-SELECTION.
	OPEN INPUT MONTH-SELECT-FILE
	IF WS-SELECT-STATUS NOT = "00"
		DISPLAY "OPSCORE - UNABLE TO OPEN MONTH-SELECT-FILE, STATUS = "
			WS-SELECT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	READ MONTH-SELECT-FILE
		AT END
			DISPLAY "OPSCORE - NO MONTH SELECTION RECORD SUPPLIED"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-READ
	IF MONTH-SELECT-RECORD(1:6) IS NOT NUMERIC
		DISPLAY "OPSCORE - MONTH SELECTION NOT NUMERIC: "
			MONTH-SELECT-RECORD(1:6)
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE MONTH-SELECT-RECORD(1:6) TO WS-SELECT-MONTH
	CLOSE MONTH-SELECT-FILE
	IF WS-SEL-MM < 1 OR WS-SEL-MM > 12
		DISPLAY "OPSCORE - MONTH SELECTION NOT A VALID MONTH: "
			WS-SELECT-MONTH
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-SEL-MM = 1
		COMPUTE WS-PRV-YYYY = WS-SEL-YYYY - 1
		MOVE 12 TO WS-PRV-MM
	ELSE
		MOVE WS-SEL-YYYY TO WS-PRV-YYYY
		COMPUTE WS-PRV-MM = WS-SEL-MM - 1
	END-IF
	IF WS-SEL-MM = 12
		COMPUTE WS-NXT-YYYY = WS-SEL-YYYY + 1
		MOVE 1 TO WS-NXT-MM
	ELSE
		MOVE WS-SEL-YYYY TO WS-NXT-YYYY
		COMPUTE WS-NXT-MM = WS-SEL-MM + 1
	END-IF
	MOVE WS-SELECT-MONTH TO WS-WORK-YYYYMM
	MOVE 1 TO WS-WORK-DD
	COMPUTE WS-MONTH-START-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
	MOVE WS-NEXT-MONTH TO WS-WORK-YYYYMM
	COMPUTE WS-NEXT-START-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
	COMPUTE WS-DAYS-IN-MONTH =
		WS-NEXT-START-INTEGER - WS-MONTH-START-INTEGER.

1200-LOAD-WEIGHTS.
	OPEN INPUT WEIGHT-PARM-FILE
	IF WS-WEIGHT-STATUS = "00"
		READ WEIGHT-PARM-FILE
			AT END MOVE "10" TO WS-WEIGHT-STATUS
		END-READ
		IF WS-WEIGHT-STATUS = "00"
		   AND WEIGHT-PARM-RECORD(1:12) IS NUMERIC
		   AND WEIGHT-PARM-RECORD(1:12) NOT = ZERO
			MOVE WEIGHT-PARM-RECORD(1:3) TO WS-WEIGHT-QUALITY
			MOVE WEIGHT-PARM-RECORD(4:3) TO WS-WEIGHT-EXCEPTION
			MOVE WEIGHT-PARM-RECORD(7:3) TO WS-WEIGHT-GAP
			MOVE WEIGHT-PARM-RECORD(10:3) TO WS-WEIGHT-TIMELINESS
		ELSE
			DISPLAY "WARNING - WEIGHT PARM MISSING OR NOT NUMERIC, "
				"USING DEFAULT WEIGHTS"
		END-IF
		CLOSE WEIGHT-PARM-FILE
	ELSE
		DISPLAY "WARNING - WEIGHT PARM FILE NOT AVAILABLE, "
			"USING DEFAULT WEIGHTS"
	END-IF
	COMPUTE WS-WEIGHT-TOTAL = WS-WEIGHT-QUALITY + WS-WEIGHT-EXCEPTION
		+ WS-WEIGHT-GAP + WS-WEIGHT-TIMELINESS.

1300-LOAD-SENDER-PROFILES.
	OPEN INPUT SENDER-PROFILE-FILE
	IF WS-PROFILE-STATUS NOT = "00"
		DISPLAY "OPSCORE - UNABLE TO OPEN SENDER-PROFILE-FILE, "
			"STATUS = " WS-PROFILE-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-PROFILE-STATUS NOT = "00"
			OR WS-SC-COUNT = WS-SC-MAX-ENTRIES
		READ SENDER-PROFILE-FILE
			AT END MOVE "10" TO WS-PROFILE-STATUS
		END-READ
		IF WS-PROFILE-STATUS = "00"
			ADD 1 TO WS-SC-COUNT
			MOVE OPSNDP-SOURCE-SYSTEM TO WS-SC-SOURCE(WS-SC-COUNT)
			MOVE OPSNDP-DESCRIPTION TO WS-SC-DESCRIPTION(WS-SC-COUNT)
			MOVE OPSNDP-DELIVERY-DAYS
				TO WS-SC-DELIVERY-DAYS(WS-SC-COUNT)
			MOVE OPSNDP-HOLIDAY-ACTION
				TO WS-SC-HOLIDAY-ACTION(WS-SC-COUNT)
		END-IF
	END-PERFORM
	IF WS-SC-COUNT = WS-SC-MAX-ENTRIES AND WS-PROFILE-STATUS = "00"
		DISPLAY "WARNING - MORE THAN " WS-SC-MAX-ENTRIES
			" SENDER PROFILES, REMAINDER NOT SCORED"
		SET SCORE-WARNING TO TRUE
	END-IF
	CLOSE SENDER-PROFILE-FILE
	IF WS-SC-COUNT = ZERO
		DISPLAY "OPSCORE - NO SENDER PROFILES CONFIGURED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1400-LOAD-HOLIDAYS.
	OPEN INPUT HOLIDAY-CAL-FILE
	IF WS-HOLIDAY-STATUS = "00"
		PERFORM UNTIL WS-HOLIDAY-STATUS NOT = "00"
				OR WS-HOL-COUNT = WS-HOL-MAX-ENTRIES
			READ HOLIDAY-CAL-FILE
				AT END MOVE "10" TO WS-HOLIDAY-STATUS
			END-READ
			IF WS-HOLIDAY-STATUS = "00"
			   AND HOLIDAY-CAL-RECORD IS NUMERIC
				ADD 1 TO WS-HOL-COUNT
				MOVE HOLIDAY-CAL-RECORD TO WS-HOL-DATE(WS-HOL-COUNT)
			END-IF
		END-PERFORM
		CLOSE HOLIDAY-CAL-FILE
	ELSE
		DISPLAY "WARNING - HOLIDAY CALENDAR NOT AVAILABLE, "
			"NO DATE TREATED AS A HOLIDAY"
	END-IF.

2000-LOAD-HISTORY.
	OPEN INPUT HISTORY-IN-FILE
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "OPSCORE - UNABLE TO OPEN HISTORY-IN-FILE, STATUS = "
			WS-HISTORY-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
		READ HISTORY-IN-FILE
			AT END MOVE "10" TO WS-HISTORY-STATUS
		END-READ
		IF WS-HISTORY-STATUS = "00"
			MOVE OPHIST-BUSINESS-DATE TO WS-WORK-DATE
			IF WS-WORK-YYYYMM = WS-SELECT-MONTH
				ADD 1 TO WS-HISTORY-ROWS
				MOVE OPHIST-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
				PERFORM 3900-LOCATE-SENDER
				IF WS-SC-IDX > ZERO
					COMPUTE WS-SC-TOTAL-RECORDS(WS-SC-IDX) =
						WS-SC-TOTAL-RECORDS(WS-SC-IDX)
						+ OPHIST-NUMERIC-COUNT
						+ OPHIST-NOT-NUMERIC-COUNT
						+ OPHIST-REJECTED-COUNT
					COMPUTE WS-SC-BAD-RECORDS(WS-SC-IDX) =
						WS-SC-BAD-RECORDS(WS-SC-IDX)
						+ OPHIST-NOT-NUMERIC-COUNT
						+ OPHIST-REJECTED-COUNT
						+ OPHIST-UNBANDED-COUNT
				END-IF
			END-IF
		END-IF
	END-PERFORM
	CLOSE HISTORY-IN-FILE.

2100-LOAD-EXCEPTIONS.
	OPEN INPUT EXCEPTION-MASTER-FILE
	IF WS-EXCEPTION-STATUS = "00"
		PERFORM UNTIL WS-EXCEPTION-STATUS NOT = "00"
			READ EXCEPTION-MASTER-FILE
				AT END MOVE "10" TO WS-EXCEPTION-STATUS
			END-READ
			IF WS-EXCEPTION-STATUS = "00"
				MOVE OPEXM-LOGGED-DATE TO WS-WORK-DATE
				IF WS-WORK-YYYYMM = WS-SELECT-MONTH
					ADD 1 TO WS-EXCEPTION-ROWS
					MOVE OPEXM-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
					PERFORM 3900-LOCATE-SENDER
					IF WS-SC-IDX > ZERO
						PERFORM 2150-TALLY-EXCEPTION
					END-IF
				END-IF
			END-IF
		END-PERFORM
		CLOSE EXCEPTION-MASTER-FILE
	ELSE
		DISPLAY "WARNING - EXCEPTION MASTER NOT AVAILABLE, STATUS = "
			WS-EXCEPTION-STATUS " - EXCEPTION SCORES FROM NOTHING"
		SET SCORE-WARNING TO TRUE
	END-IF.

2150-TALLY-EXCEPTION.
	ADD 1 TO WS-SC-EXCP-ITEMS(WS-SC-IDX)
	EVALUATE OPEXM-REASON-CODE
		WHEN "NOT NUMERIC"
			ADD 1 TO WS-SC-EXCP-NOT-NUMERIC(WS-SC-IDX)
		WHEN "DUPLICATE"
			ADD 1 TO WS-SC-EXCP-DUPLICATE(WS-SC-IDX)
		WHEN "WRONG DATE"
			ADD 1 TO WS-SC-EXCP-WRONG-DATE(WS-SC-IDX)
		WHEN "OP NOT NUM"
		WHEN "OVERFLOW"
		WHEN "DIVIDE BY 0"
		WHEN "BAD OP CODE"
			ADD 1 TO WS-SC-EXCP-COMPUTE(WS-SC-IDX)
		WHEN OTHER
			ADD 1 TO WS-SC-EXCP-OTHER(WS-SC-IDX)
	END-EVALUATE
	IF OPEXM-STATUS-RESOLVED
	   AND OPEXM-RESOLVED-DATE IS NUMERIC
	   AND OPEXM-RESOLVED-DATE NOT LESS THAN OPEXM-LOGGED-DATE
		ADD 1 TO WS-SC-EXCP-RESOLVED(WS-SC-IDX)
		COMPUTE WS-LOGGED-INTEGER =
			FUNCTION INTEGER-OF-DATE(OPEXM-LOGGED-DATE)
		COMPUTE WS-RESOLVED-INTEGER =
			FUNCTION INTEGER-OF-DATE(OPEXM-RESOLVED-DATE)
		COMPUTE WS-SC-RESOLVE-DAYS(WS-SC-IDX) =
			WS-SC-RESOLVE-DAYS(WS-SC-IDX)
			+ WS-RESOLVED-INTEGER - WS-LOGGED-INTEGER
	END-IF.

2200-LOAD-GAPS.
	OPEN INPUT GAP-MASTER-FILE
	IF WS-GAP-STATUS = "00"
		PERFORM UNTIL WS-GAP-STATUS NOT = "00"
			READ GAP-MASTER-FILE
				AT END MOVE "10" TO WS-GAP-STATUS
			END-READ
			IF WS-GAP-STATUS = "00"
				MOVE OPGAPM-DETECTED-DATE TO WS-WORK-DATE
				IF WS-WORK-YYYYMM = WS-SELECT-MONTH
					ADD 1 TO WS-GAP-ROWS
					MOVE OPGAPM-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
					PERFORM 3900-LOCATE-SENDER
					IF WS-SC-IDX > ZERO
						ADD 1 TO WS-SC-GAPS-RAISED(WS-SC-IDX)
						IF OPGAPM-STATUS-FILLED
							ADD 1 TO WS-SC-GAPS-FILLED(WS-SC-IDX)
						END-IF
					END-IF
				END-IF
			END-IF
		END-PERFORM
		CLOSE GAP-MASTER-FILE
	ELSE
		DISPLAY "WARNING - GAP MASTER NOT AVAILABLE, STATUS = "
			WS-GAP-STATUS " - GAP SCORES FROM NOTHING"
		SET SCORE-WARNING TO TRUE
	END-IF.

*>  THE HISTORY IS APPENDED IN RUN ORDER, SO THE FIRST STATE SEEN
*>  FOR A DATE IS THE ORIGINAL NIGHT'S AND THE LAST IS THE FINAL
*>  RERUN'S.
2300-LOAD-ARRIVALS.
	OPEN INPUT ARRIVAL-HISTORY-FILE
	IF WS-ARRIVAL-STATUS = "00"
		PERFORM UNTIL WS-ARRIVAL-STATUS NOT = "00"
			READ ARRIVAL-HISTORY-FILE
				AT END MOVE "10" TO WS-ARRIVAL-STATUS
			END-READ
			IF WS-ARRIVAL-STATUS = "00"
			   AND OPSND-BUSINESS-DATE IS NUMERIC
				MOVE OPSND-BUSINESS-DATE TO WS-WORK-DATE
				IF WS-WORK-YYYYMM = WS-SELECT-MONTH
				   AND WS-WORK-DD > ZERO
				   AND WS-WORK-DD NOT > WS-DAYS-IN-MONTH
					ADD 1 TO WS-ARRIVAL-ROWS
					MOVE OPSND-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
					PERFORM 3900-LOCATE-SENDER
					IF WS-SC-IDX > ZERO
						IF WS-SC-DAY-FIRST(WS-SC-IDX, WS-WORK-DD)
								= SPACES OR LOW-VALUES
							MOVE OPSND-ARRIVAL-STATE TO
								WS-SC-DAY-FIRST(WS-SC-IDX, WS-WORK-DD)
						END-IF
						MOVE OPSND-ARRIVAL-STATE TO
							WS-SC-DAY-LAST(WS-SC-IDX, WS-WORK-DD)
					END-IF
				END-IF
			END-IF
		END-PERFORM
		CLOSE ARRIVAL-HISTORY-FILE
	ELSE
		DISPLAY "WARNING - ARRIVAL HISTORY NOT AVAILABLE, STATUS = "
			WS-ARRIVAL-STATUS " - TIMELINESS SCORES FROM NOTHING"
		SET SCORE-WARNING TO TRUE
	END-IF.

2400-LOAD-PRIOR-SCORECARD.
	OPEN INPUT PRIOR-SCORECARD-FILE
	IF WS-PRIOR-STATUS = "00"
		PERFORM UNTIL WS-PRIOR-STATUS NOT = "00"
			READ PRIOR-SCORECARD-FILE INTO WS-SCORECARD-WORK-RECORD
				AT END MOVE "10" TO WS-PRIOR-STATUS
			END-READ
			IF WS-PRIOR-STATUS = "00"
				IF OPSC-SCORE-MONTH = WS-PRIOR-MONTH
					ADD 1 TO WS-PRIOR-ROWS
					MOVE OPSC-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
					PERFORM 3900-LOCATE-SENDER
					IF WS-SC-IDX > ZERO
						SET WS-SC-HAS-PRIOR(WS-SC-IDX) TO TRUE
						MOVE OPSC-OVERALL-SCORE
							TO WS-SC-PRIOR-SCORE(WS-SC-IDX)
						MOVE OPSC-RANK TO WS-SC-PRIOR-RANK(WS-SC-IDX)
					END-IF
				END-IF
			END-IF
		END-PERFORM
		CLOSE PRIOR-SCORECARD-FILE
		IF WS-PRIOR-ROWS = ZERO
			DISPLAY "WARNING - PRIOR SCORECARD HOLDS NO ROWS FOR "
				WS-PRIOR-MONTH " - EVERY SENDER TRENDS AS NEW"
		END-IF
	ELSE
		DISPLAY "OPSCORE - NO PRIOR SCORECARD, STATUS = "
			WS-PRIOR-STATUS " - EVERY SENDER TRENDS AS NEW"
	END-IF.

3000-SCORE-SENDER.
	IF WS-SC-TOTAL-RECORDS(WS-SC-IDX) = ZERO
		MOVE ZERO TO WS-SC-BAD-PCT(WS-SC-IDX)
		MOVE 100 TO WS-SC-QUALITY-SCORE(WS-SC-IDX)
	ELSE
		COMPUTE WS-WORK-PCT ROUNDED =
			WS-SC-BAD-RECORDS(WS-SC-IDX) * 100
			/ WS-SC-TOTAL-RECORDS(WS-SC-IDX)
		IF WS-WORK-PCT > 100
			MOVE 100 TO WS-WORK-PCT
		END-IF
		MOVE WS-WORK-PCT TO WS-SC-BAD-PCT(WS-SC-IDX)
		COMPUTE WS-SC-QUALITY-SCORE(WS-SC-IDX) = 100 - WS-WORK-PCT
	END-IF
	PERFORM 3100-SCORE-EXCEPTIONS
	IF WS-SC-GAPS-RAISED(WS-SC-IDX) = ZERO
		MOVE 100 TO WS-SC-GAP-SCORE(WS-SC-IDX)
	ELSE
		COMPUTE WS-SC-GAP-SCORE(WS-SC-IDX) ROUNDED =
			WS-SC-GAPS-FILLED(WS-SC-IDX) * 100
			/ WS-SC-GAPS-RAISED(WS-SC-IDX)
	END-IF
	PERFORM 3200-SCORE-DELIVERIES
	IF WS-WEIGHT-TOTAL = ZERO
		MOVE ZERO TO WS-SC-OVERALL-SCORE(WS-SC-IDX)
	ELSE
		COMPUTE WS-SC-OVERALL-SCORE(WS-SC-IDX) ROUNDED =
			(WS-SC-QUALITY-SCORE(WS-SC-IDX) * WS-WEIGHT-QUALITY
			+ WS-SC-EXCEPTION-SCORE(WS-SC-IDX) * WS-WEIGHT-EXCEPTION
			+ WS-SC-GAP-SCORE(WS-SC-IDX) * WS-WEIGHT-GAP
			+ WS-SC-TIMELY-SCORE(WS-SC-IDX) * WS-WEIGHT-TIMELINESS)
			/ WS-WEIGHT-TOTAL
	END-IF
	EVALUATE TRUE
		WHEN NOT WS-SC-HAS-PRIOR(WS-SC-IDX)
			MOVE "NEW" TO WS-SC-TREND(WS-SC-IDX)
		WHEN WS-SC-OVERALL-SCORE(WS-SC-IDX)
				> WS-SC-PRIOR-SCORE(WS-SC-IDX)
			MOVE "UP" TO WS-SC-TREND(WS-SC-IDX)
		WHEN WS-SC-OVERALL-SCORE(WS-SC-IDX)
				< WS-SC-PRIOR-SCORE(WS-SC-IDX)
			MOVE "DOWN" TO WS-SC-TREND(WS-SC-IDX)
		WHEN OTHER
			MOVE "SAME" TO WS-SC-TREND(WS-SC-IDX)
	END-EVALUATE.

*>  TEN POINTS OFF PER PERCENT OF THE MONTH'S RECORDS THAT BECAME
*>  EXCEPTION ITEMS - ONE BAD RECORD IN TEN SCORES ZERO.
3100-SCORE-EXCEPTIONS.
	IF WS-SC-EXCP-RESOLVED(WS-SC-IDX) > ZERO
		COMPUTE WS-SC-AVG-RESOLVE(WS-SC-IDX) ROUNDED =
			WS-SC-RESOLVE-DAYS(WS-SC-IDX)
			/ WS-SC-EXCP-RESOLVED(WS-SC-IDX)
			ON SIZE ERROR
				MOVE 999.9 TO WS-SC-AVG-RESOLVE(WS-SC-IDX)
		END-COMPUTE
	END-IF
	EVALUATE TRUE
		WHEN WS-SC-EXCP-ITEMS(WS-SC-IDX) = ZERO
			MOVE 100 TO WS-SC-EXCEPTION-SCORE(WS-SC-IDX)
		WHEN WS-SC-TOTAL-RECORDS(WS-SC-IDX) = ZERO
			MOVE ZERO TO WS-SC-EXCEPTION-SCORE(WS-SC-IDX)
		WHEN OTHER
			COMPUTE WS-WORK-SCORE ROUNDED = 100
				- (WS-SC-EXCP-ITEMS(WS-SC-IDX) * 1000
				/ WS-SC-TOTAL-RECORDS(WS-SC-IDX))
				ON SIZE ERROR
					MOVE ZERO TO WS-WORK-SCORE
			END-COMPUTE
			IF WS-WORK-SCORE < ZERO
				MOVE ZERO TO WS-WORK-SCORE
			END-IF
			MOVE WS-WORK-SCORE TO WS-SC-EXCEPTION-SCORE(WS-SC-IDX)
	END-EVALUATE.

*>  WALK EVERY DATE OF THE MONTH AGAINST THE SENDER'S DELIVERY
*>  CALENDAR. A DATE IS ONLY JUDGED IF A DELIVERY WAS DUE AND THE
*>  STREAM RECORDED A STATE FOR THE SENDER THAT DAY.
3200-SCORE-DELIVERIES.
	PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
			UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
		PERFORM 3250-CHECK-DELIVERY-DUE
		IF DELIVERY-DUE
		   AND WS-SC-DAY-FIRST(WS-SC-IDX, WS-DAY-IDX) NOT = SPACES
		   AND WS-SC-DAY-FIRST(WS-SC-IDX, WS-DAY-IDX) NOT = LOW-VALUES
		   AND WS-SC-DAY-FIRST(WS-SC-IDX, WS-DAY-IDX) NOT = "NOT DUE"
			ADD 1 TO WS-SC-DAYS-DUE(WS-SC-IDX)
			EVALUATE TRUE
				WHEN WS-SC-DAY-FIRST(WS-SC-IDX, WS-DAY-IDX)
						= "ARRIVED"
					ADD 1 TO WS-SC-DAYS-ON-TIME(WS-SC-IDX)
				WHEN WS-SC-DAY-FIRST(WS-SC-IDX, WS-DAY-IDX)
						= "EMPTY OK"
					ADD 1 TO WS-SC-DAYS-EMPTY(WS-SC-IDX)
				WHEN WS-SC-DAY-LAST(WS-SC-IDX, WS-DAY-IDX)
						= "ARRIVED"
				WHEN WS-SC-DAY-LAST(WS-SC-IDX, WS-DAY-IDX)
						= "EMPTY OK"
					ADD 1 TO WS-SC-DAYS-LATE(WS-SC-IDX)
				WHEN OTHER
					ADD 1 TO WS-SC-DAYS-MISSED(WS-SC-IDX)
			END-EVALUATE
		END-IF
	END-PERFORM
	IF WS-SC-DAYS-DUE(WS-SC-IDX) = ZERO
		MOVE 100 TO WS-SC-TIMELY-SCORE(WS-SC-IDX)
	ELSE
		COMPUTE WS-SC-TIMELY-SCORE(WS-SC-IDX) ROUNDED =
			(WS-SC-DAYS-ON-TIME(WS-SC-IDX)
			+ WS-SC-DAYS-EMPTY(WS-SC-IDX)
			+ WS-SC-DAYS-LATE(WS-SC-IDX) / 2) * 100
			/ WS-SC-DAYS-DUE(WS-SC-IDX)
	END-IF.

*>  SAME DUE / NOT DUE RULE OPINTAKE APPLIES ON THE NIGHT: THE
*>  PROFILE'S DAY FLAG (1 = MONDAY), UNLESS THE DATE IS A HOLIDAY
*>  AND THE SENDER SKIPS HOLIDAYS.
3250-CHECK-DELIVERY-DUE.
	MOVE WS-SELECT-MONTH TO WS-WORK-YYYYMM
	MOVE WS-DAY-IDX TO WS-WORK-DD
	COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
	COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
	MOVE "N" TO WS-HOLIDAY-SWITCH
	PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
			UNTIL WS-HOL-IDX > WS-HOL-COUNT
		IF WS-HOL-DATE(WS-HOL-IDX) = WS-WORK-DATE
			SET DATE-IS-HOLIDAY TO TRUE
		END-IF
	END-PERFORM
	IF WS-SC-DELIVER-DAY(WS-SC-IDX, WS-DAY-OF-WEEK) = "Y"
		MOVE "Y" TO WS-DUE-SWITCH
	ELSE
		MOVE "N" TO WS-DUE-SWITCH
	END-IF
	IF DATE-IS-HOLIDAY AND WS-SC-HOLIDAY-ACTION(WS-SC-IDX) = "S"
		MOVE "N" TO WS-DUE-SWITCH
	END-IF.

3900-LOCATE-SENDER.
	MOVE ZERO TO WS-SC-IDX
	PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
			UNTIL WS-RANK-IDX > WS-SC-COUNT OR WS-SC-IDX > ZERO
		IF WS-SC-SOURCE(WS-RANK-IDX) = WS-LOOKUP-SOURCE
			MOVE WS-RANK-IDX TO WS-SC-IDX
		END-IF
	END-PERFORM
	IF WS-SC-IDX = ZERO
		ADD 1 TO WS-UNPROFILED-ROWS
	END-IF.

*>  A HANDFUL OF SENDERS - A PLAIN EXCHANGE SORT OF THE SLOT
*>  NUMBERS, HIGHEST OVERALL SCORE FIRST, TIES IN SOURCE ORDER.
4000-RANK-SENDERS.
	PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
			UNTIL WS-RANK-IDX > WS-SC-COUNT
		MOVE WS-RANK-IDX TO WS-RANK-SLOT(WS-RANK-IDX)
	END-PERFORM
	SET SLOTS-SWAPPED TO TRUE
	PERFORM UNTIL NOT SLOTS-SWAPPED
		MOVE "N" TO WS-SWAP-SWITCH
		PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
				UNTIL WS-RANK-IDX NOT < WS-SC-COUNT
			COMPUTE WS-RANK-NEXT = WS-RANK-IDX + 1
			IF WS-SC-OVERALL-SCORE(WS-RANK-SLOT(WS-RANK-NEXT))
					> WS-SC-OVERALL-SCORE(WS-RANK-SLOT(WS-RANK-IDX))
			   OR (WS-SC-OVERALL-SCORE(WS-RANK-SLOT(WS-RANK-NEXT))
					= WS-SC-OVERALL-SCORE(WS-RANK-SLOT(WS-RANK-IDX))
				AND WS-SC-SOURCE(WS-RANK-SLOT(WS-RANK-NEXT))
					< WS-SC-SOURCE(WS-RANK-SLOT(WS-RANK-IDX)))
				MOVE WS-RANK-SLOT(WS-RANK-IDX) TO WS-RANK-HOLD
				MOVE WS-RANK-SLOT(WS-RANK-NEXT)
					TO WS-RANK-SLOT(WS-RANK-IDX)
				MOVE WS-RANK-HOLD TO WS-RANK-SLOT(WS-RANK-NEXT)
				SET SLOTS-SWAPPED TO TRUE
			END-IF
		END-PERFORM
	END-PERFORM
	PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
			UNTIL WS-RANK-IDX > WS-SC-COUNT
		MOVE WS-RANK-IDX TO WS-SC-RANK(WS-RANK-SLOT(WS-RANK-IDX))
	END-PERFORM.

5000-WRITE-SCORECARD-FILE.
	PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
			UNTIL WS-RANK-IDX > WS-SC-COUNT
		MOVE WS-RANK-SLOT(WS-RANK-IDX) TO WS-SC-IDX
		MOVE SPACES TO WS-SCORECARD-WORK-RECORD
		MOVE WS-SELECT-MONTH TO OPSC-SCORE-MONTH
		MOVE WS-SC-SOURCE(WS-SC-IDX) TO OPSC-SOURCE-SYSTEM
		MOVE WS-SC-RANK(WS-SC-IDX) TO OPSC-RANK
		MOVE WS-SC-OVERALL-SCORE(WS-SC-IDX) TO OPSC-OVERALL-SCORE
		MOVE WS-SC-PRIOR-SCORE(WS-SC-IDX) TO OPSC-PRIOR-SCORE
		MOVE WS-SC-PRIOR-RANK(WS-SC-IDX) TO OPSC-PRIOR-RANK
		MOVE WS-SC-TREND(WS-SC-IDX) TO OPSC-TREND
		MOVE WS-SC-TOTAL-RECORDS(WS-SC-IDX) TO OPSC-TOTAL-RECORDS
		MOVE WS-SC-BAD-RECORDS(WS-SC-IDX) TO OPSC-BAD-RECORDS
		MOVE WS-SC-QUALITY-SCORE(WS-SC-IDX) TO OPSC-QUALITY-SCORE
		MOVE WS-SC-EXCP-ITEMS(WS-SC-IDX) TO OPSC-EXCP-ITEMS
		MOVE WS-SC-EXCP-NOT-NUMERIC(WS-SC-IDX) TO OPSC-EXCP-NOT-NUMERIC
		MOVE WS-SC-EXCP-DUPLICATE(WS-SC-IDX) TO OPSC-EXCP-DUPLICATE
		MOVE WS-SC-EXCP-WRONG-DATE(WS-SC-IDX) TO OPSC-EXCP-WRONG-DATE
		MOVE WS-SC-EXCP-COMPUTE(WS-SC-IDX) TO OPSC-EXCP-COMPUTE
		MOVE WS-SC-EXCP-OTHER(WS-SC-IDX) TO OPSC-EXCP-OTHER
		MOVE WS-SC-EXCP-RESOLVED(WS-SC-IDX) TO OPSC-EXCP-RESOLVED
		MOVE WS-SC-AVG-RESOLVE(WS-SC-IDX) TO OPSC-AVG-DAYS-TO-RESOLVE
		MOVE WS-SC-EXCEPTION-SCORE(WS-SC-IDX) TO OPSC-EXCEPTION-SCORE
		MOVE WS-SC-GAPS-RAISED(WS-SC-IDX) TO OPSC-GAPS-RAISED
		MOVE WS-SC-GAPS-FILLED(WS-SC-IDX) TO OPSC-GAPS-FILLED
		MOVE WS-SC-GAP-SCORE(WS-SC-IDX) TO OPSC-GAP-SCORE
		MOVE WS-SC-DAYS-DUE(WS-SC-IDX) TO OPSC-DAYS-DUE
		MOVE WS-SC-DAYS-ON-TIME(WS-SC-IDX) TO OPSC-DAYS-ON-TIME
		MOVE WS-SC-DAYS-LATE(WS-SC-IDX) TO OPSC-DAYS-LATE
		MOVE WS-SC-DAYS-MISSED(WS-SC-IDX) TO OPSC-DAYS-MISSED
		MOVE WS-SC-DAYS-EMPTY(WS-SC-IDX) TO OPSC-DAYS-EMPTY
		MOVE WS-SC-TIMELY-SCORE(WS-SC-IDX) TO OPSC-TIMELINESS-SCORE
		WRITE SCORECARD-OUT-RECORD FROM WS-SCORECARD-WORK-RECORD
	END-PERFORM.

6000-WRITE-RANKING-PAGE.
	PERFORM 6900-WRITE-PAGE-HEADING
	WRITE SCORECARD-REPORT-LINE FROM WS-RANKING-HEADING
	PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
			UNTIL WS-RANK-IDX > WS-SC-COUNT
		MOVE WS-RANK-SLOT(WS-RANK-IDX) TO WS-SC-IDX
		MOVE WS-SC-RANK(WS-SC-IDX) TO WS-RKL-RANK
		MOVE WS-SC-SOURCE(WS-SC-IDX) TO WS-RKL-SOURCE
		MOVE WS-SC-OVERALL-SCORE(WS-SC-IDX) TO WS-RKL-SCORE
		IF WS-SC-HAS-PRIOR(WS-SC-IDX)
			MOVE WS-SC-PRIOR-SCORE(WS-SC-IDX) TO WS-RKL-PRIOR-NUM
		ELSE
			MOVE "    -" TO WS-RKL-PRIOR
		END-IF
		MOVE WS-SC-TREND(WS-SC-IDX) TO WS-RKL-TREND
		MOVE WS-SC-QUALITY-SCORE(WS-SC-IDX) TO WS-RKL-QUALITY
		MOVE WS-SC-EXCEPTION-SCORE(WS-SC-IDX) TO WS-RKL-EXCEPTION
		MOVE WS-SC-GAP-SCORE(WS-SC-IDX) TO WS-RKL-GAP
		MOVE WS-SC-TIMELY-SCORE(WS-SC-IDX) TO WS-RKL-TIMELY
		WRITE SCORECARD-REPORT-LINE FROM WS-RANKING-DETAIL-LINE
	END-PERFORM
	MOVE SPACES TO SCORECARD-REPORT-LINE
	WRITE SCORECARD-REPORT-LINE
	MOVE WS-WEIGHT-QUALITY TO WS-WTL-QUALITY
	MOVE WS-WEIGHT-EXCEPTION TO WS-WTL-EXCEPTION
	MOVE WS-WEIGHT-GAP TO WS-WTL-GAP
	MOVE WS-WEIGHT-TIMELINESS TO WS-WTL-TIMELY
	WRITE SCORECARD-REPORT-LINE FROM WS-WEIGHTS-LINE
	MOVE SPACES TO SCORECARD-REPORT-LINE
	WRITE SCORECARD-REPORT-LINE
	MOVE "HISTORY ROWS FOR MONTH" TO WS-SUM-LABEL
	MOVE WS-HISTORY-ROWS TO WS-SUM-COUNT
	WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "EXCEPTION ITEMS FOR MONTH" TO WS-SUM-LABEL
	MOVE WS-EXCEPTION-ROWS TO WS-SUM-COUNT
	WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "GAP ITEMS FOR MONTH" TO WS-SUM-LABEL
	MOVE WS-GAP-ROWS TO WS-SUM-COUNT
	WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ARRIVAL STATES FOR MONTH" TO WS-SUM-LABEL
	MOVE WS-ARRIVAL-ROWS TO WS-SUM-COUNT
	WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ROWS FOR UNPROFILED SOURCES" TO WS-SUM-LABEL
	MOVE WS-UNPROFILED-ROWS TO WS-SUM-COUNT
	WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE.

6500-WRITE-SENDER-PAGES.
	PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
			UNTIL WS-RANK-IDX > WS-SC-COUNT
		MOVE WS-RANK-SLOT(WS-RANK-IDX) TO WS-SC-IDX
		PERFORM 6600-WRITE-SENDER-PAGE
	END-PERFORM.

6600-WRITE-SENDER-PAGE.
	PERFORM 6900-WRITE-PAGE-HEADING
	MOVE WS-SC-SOURCE(WS-SC-IDX) TO WS-SHL-SOURCE
	MOVE WS-SC-DESCRIPTION(WS-SC-IDX) TO WS-SHL-DESCRIPTION
	MOVE WS-SC-RANK(WS-SC-IDX) TO WS-SHL-RANK
	MOVE WS-SC-OVERALL-SCORE(WS-SC-IDX) TO WS-SHL-SCORE
	MOVE WS-SC-TREND(WS-SC-IDX) TO WS-SHL-TREND
	WRITE SCORECARD-REPORT-LINE FROM WS-SENDER-HEADING
	IF WS-SC-HAS-PRIOR(WS-SC-IDX)
		MOVE "PRIOR MONTH SCORE" TO WS-SCL-LABEL
		MOVE WS-SC-PRIOR-SCORE(WS-SC-IDX) TO WS-SCL-VALUE
		WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE
		MOVE "PRIOR MONTH RANK" TO WS-CNT-LABEL
		MOVE WS-SC-PRIOR-RANK(WS-SC-IDX) TO WS-CNT-VALUE
		WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	END-IF
	MOVE SPACES TO SCORECARD-REPORT-LINE
	WRITE SCORECARD-REPORT-LINE
	MOVE "VOLUME AND BAD DATA (HISTORY MASTER)" TO WS-SEC-TITLE
	WRITE SCORECARD-REPORT-LINE FROM WS-SECTION-LINE
	MOVE "RECORDS RECEIVED" TO WS-CNT-LABEL
	MOVE WS-SC-TOTAL-RECORDS(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "BAD RECORDS" TO WS-CNT-LABEL
	MOVE WS-SC-BAD-RECORDS(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "BAD-DATA PERCENT" TO WS-SCL-LABEL
	MOVE WS-SC-BAD-PCT(WS-SC-IDX) TO WS-SCL-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE
	MOVE "QUALITY SCORE" TO WS-SCL-LABEL
	MOVE WS-SC-QUALITY-SCORE(WS-SC-IDX) TO WS-SCL-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE
	MOVE SPACES TO SCORECARD-REPORT-LINE
	WRITE SCORECARD-REPORT-LINE
	MOVE "EXCEPTIONS (EXCEPTION MASTER)" TO WS-SEC-TITLE
	WRITE SCORECARD-REPORT-LINE FROM WS-SECTION-LINE
	MOVE "ITEMS LOGGED" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-ITEMS(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  NOT NUMERIC" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-NOT-NUMERIC(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  DUPLICATE" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-DUPLICATE(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  WRONG DATE" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-WRONG-DATE(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  COMPUTATION FAILURES" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-COMPUTE(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  OTHER REASONS" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-OTHER(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "ITEMS RESOLVED" TO WS-CNT-LABEL
	MOVE WS-SC-EXCP-RESOLVED(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "AVERAGE DAYS TO RESOLVE" TO WS-SCL-LABEL
	MOVE WS-SC-AVG-RESOLVE(WS-SC-IDX) TO WS-SCL-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE
	MOVE "EXCEPTION SCORE" TO WS-SCL-LABEL
	MOVE WS-SC-EXCEPTION-SCORE(WS-SC-IDX) TO WS-SCL-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE
	MOVE SPACES TO SCORECARD-REPORT-LINE
	WRITE SCORECARD-REPORT-LINE
	MOVE "SEQUENCE GAPS (OPEN-GAP MASTER)" TO WS-SEC-TITLE
	WRITE SCORECARD-REPORT-LINE FROM WS-SECTION-LINE
	MOVE "GAPS RAISED" TO WS-CNT-LABEL
	MOVE WS-SC-GAPS-RAISED(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "GAPS FILLED" TO WS-CNT-LABEL
	MOVE WS-SC-GAPS-FILLED(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "GAP SCORE" TO WS-SCL-LABEL
	MOVE WS-SC-GAP-SCORE(WS-SC-IDX) TO WS-SCL-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE
	MOVE SPACES TO SCORECARD-REPORT-LINE
	WRITE SCORECARD-REPORT-LINE
	MOVE "DELIVERIES (ARRIVAL HISTORY)" TO WS-SEC-TITLE
	WRITE SCORECARD-REPORT-LINE FROM WS-SECTION-LINE
	MOVE "DAYS DUE" TO WS-CNT-LABEL
	MOVE WS-SC-DAYS-DUE(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  ON TIME" TO WS-CNT-LABEL
	MOVE WS-SC-DAYS-ON-TIME(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  EMPTY (EMPTY OK)" TO WS-CNT-LABEL
	MOVE WS-SC-DAYS-EMPTY(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  LATE (ARRIVED ON RERUN)" TO WS-CNT-LABEL
	MOVE WS-SC-DAYS-LATE(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "  MISSED (NO DELIV)" TO WS-CNT-LABEL
	MOVE WS-SC-DAYS-MISSED(WS-SC-IDX) TO WS-CNT-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-COUNT-LINE
	MOVE "TIMELINESS SCORE" TO WS-SCL-LABEL
	MOVE WS-SC-TIMELY-SCORE(WS-SC-IDX) TO WS-SCL-VALUE
	WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE.

6900-WRITE-PAGE-HEADING.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-HEADING-1.

9000-TERMINATE.
	CLOSE SCORECARD-OUT-FILE
	CLOSE SCORECARD-REPORT-FILE.
