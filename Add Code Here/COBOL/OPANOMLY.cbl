IDENTIFICATION DIVISION.
PROGRAM-ID. OPANOMLY.
*> OPANOMLY - volume and band-mix anomaly check, run between the
*> classify step and distribution. The IFELSE quality gate judges
*> only bad-data percentages, so a sender that delivers half its
*> normal volume, or whose operands all land in one band, passes the
*> gate and goes to billing without comment. This step reads the
*> day's per-source history rows IFELSE has just written (OPHISTO,
*> one row per business date per source - several dates on a
*> catch-up night) and, for each, builds a baseline from the history
*> master: the same weekday over the last N weeks (OPANMTOL). It
*> compares the day's volume with the baseline average, and each
*> band's share of the day's banded records with its baseline share,
*> flags any source outside the OPANMTOL tolerances, and reports
*> expected versus actual per source and per band. A source the
*> baseline weekdays expected but that sent nothing is judged as an
*> ABSENT source with zero volume. Each source judged gets an
*> OPANMSTA status record for the OPNIGHTS status page and run
*> summary. Return code 0 = every source within tolerance, 4 = a
*> warn threshold reached, 8 = a fail threshold reached, 16 = the
*> step could not run.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT TODAY-HISTORY-FILE ASSIGN TO OPHISTO
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TODAY-STATUS.
	SELECT HISTORY-MASTER-FILE ASSIGN TO OPHISTI
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-HISTORY-STATUS.
	SELECT ANOMALY-TOLER-FILE ASSIGN TO OPANMTOL
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TOLERANCE-STATUS.
	SELECT ANOMALY-STATUS-FILE ASSIGN TO OPANMSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ANMSTA-STATUS.
	SELECT ANOMALY-REPORT-FILE ASSIGN TO OPANMRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TODAY-HISTORY-FILE
	RECORDING MODE IS F.
01  TODAY-HISTORY-RECORD.
	COPY OPHIST.
FD  HISTORY-MASTER-FILE
	RECORDING MODE IS F.
01  HISTORY-MASTER-RECORD            PIC X(239).
FD  ANOMALY-TOLER-FILE
	RECORDING MODE IS F.
01  ANOMALY-TOLER-RECORD.
	COPY OPANMTOL.
FD  ANOMALY-STATUS-FILE
	RECORDING MODE IS F.
01  ANOMALY-STATUS-RECORD.
	COPY OPANMSTA.
FD  ANOMALY-REPORT-FILE
	RECORDING MODE IS F.
01  ANOMALY-REPORT-LINE              PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-TODAY-STATUS PIC XX.
	77 WS-HISTORY-STATUS PIC XX.
	77 WS-TOLERANCE-STATUS PIC XX.
	77 WS-ANMSTA-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.

*>  THE MASTER ROW IS READ INTO ITS OWN COPY OF THE LAYOUT SO THE
*>  TODAY ROW AND THE BASELINE ROW NEVER SHARE FIELD NAMES.
	01  WS-MASTER-ROW.
		COPY OPHIST REPLACING OPHIST-BUSINESS-DATE BY WS-MST-BUSINESS-DATE
			OPHIST-SOURCE-SYSTEM BY WS-MST-SOURCE-SYSTEM
			OPHIST-NUMERIC-COUNT BY WS-MST-NUMERIC-COUNT
			OPHIST-NOT-NUMERIC-COUNT BY WS-MST-NOT-NUMERIC-COUNT
			OPHIST-REJECTED-COUNT BY WS-MST-REJECTED-COUNT
			OPHIST-UNBANDED-COUNT BY WS-MST-UNBANDED-COUNT
			OPHIST-BAND-ENTRIES BY WS-MST-BAND-ENTRIES
			OPHIST-BAND-ENTRY BY WS-MST-BAND-ENTRY
			OPHIST-BAND-LABEL BY WS-MST-BAND-LABEL
			OPHIST-BAND-TALLY BY WS-MST-BAND-TALLY
			OPHIST-REVERSAL-COUNT BY WS-MST-REVERSAL-COUNT.

*>  ANOMALY TOLERANCES, PRELOADED WITH THE SHOP DEFAULTS AND
*>  OVERRIDDEN FROM THE OPANMTOL PARAMETER FILE WHEN IT IS PRESENT.
	01  WS-ANOMALY-LIMITS.
		05  WS-TOL-BASELINE-WEEKS    PIC 9(02) VALUE 06.
		05  WS-TOL-MIN-BASELINE-DAYS PIC 9(02) VALUE 03.
		05  WS-TOL-VOLUME-WARN-PCT   PIC 9(03) VALUE 030.
		05  WS-TOL-VOLUME-FAIL-PCT   PIC 9(03) VALUE 050.
		05  WS-TOL-MIX-WARN-PTS      PIC 9(03) VALUE 015.
		05  WS-TOL-MIX-FAIL-PTS      PIC 9(03) VALUE 030.
		05  WS-TOL-MIX-MIN-RECORDS   PIC 9(07) VALUE 0000050.

*>  THE BUSINESS DATES IN TONIGHT'S HISTORY ROWS, WITH THEIR DAY
*>  NUMBERS, SO EACH MASTER ROW IS TESTED AGAINST EVERY DATE ONCE.
	77  WS-TDT-MAX-ENTRIES PIC 9(02) VALUE 10.
	77  WS-TDT-COUNT PIC 9(02) VALUE ZERO.
	77  WS-TDT-IDX PIC 9(02) VALUE ZERO.
	77  WS-TDT-SLOT PIC 9(02) VALUE ZERO.
	01  WS-TODAY-DATE-TABLE.
		05  WS-TDT-ENTRY OCCURS 10 TIMES.
			10  WS-TDT-DATE          PIC 9(08) VALUE ZERO.
			10  WS-TDT-INTEGER       PIC 9(07) VALUE ZERO.

*>  ONE SLOT PER BUSINESS DATE AND SOURCE JUDGED. THE LABEL TABLE
*>  IS THE UNION OF THE DAY'S BAND LABELS AND THE BASELINE ROWS'
*>  LABELS, SINCE A BAND PARAMETER CHANGE INSIDE THE BASELINE
*>  WINDOW LEAVES OLDER ROWS CARRYING THE OLD LABELS.
	77  WS-ANM-MAX-ENTRIES PIC 9(02) VALUE 80.
	77  WS-ANM-COUNT PIC 9(02) VALUE ZERO.
	77  WS-ANM-IDX PIC 9(02) VALUE ZERO.
	77  WS-ANM-SLOT PIC 9(02) VALUE ZERO.
	77  WS-LBL-MAX-ENTRIES PIC 9(02) VALUE 20.
	77  WS-LBL-IDX PIC 9(02) VALUE ZERO.
	77  WS-LBL-SLOT PIC 9(02) VALUE ZERO.
	77  WS-BAND-IDX PIC 9(02) VALUE ZERO.
	77  WS-LOOKUP-DATE PIC 9(08) VALUE ZERO.
	77  WS-LOOKUP-SOURCE PIC X(04) VALUE SPACES.
	77  WS-LOOKUP-LABEL PIC X(12) VALUE SPACES.
	01  WS-ANOMALY-TABLE.
		05  WS-ANM-ENTRY OCCURS 80 TIMES.
			10  WS-ANM-DATE          PIC 9(08).
			10  WS-ANM-SOURCE        PIC X(04).
			10  WS-ANM-TODAY-SWITCH  PIC X(01).
				88  WS-ANM-IN-TODAY  VALUE "Y".
			10  WS-ANM-ACTUAL-VOLUME PIC 9(09).
			10  WS-ANM-TODAY-BANDED  PIC 9(09).
			10  WS-ANM-BASE-DAYS     PIC 9(02).
			10  WS-ANM-BASE-VOLUME   PIC 9(11).
			10  WS-ANM-BASE-BANDED   PIC 9(11).
			10  WS-ANM-EXPECTED      PIC 9(09).
			10  WS-ANM-DEVIATION     PIC S9(04)V9.
			10  WS-ANM-MIX-SHIFT     PIC 9(03)V9.
			10  WS-ANM-MIX-LABEL     PIC X(12).
			10  WS-ANM-VOLUME-GRADE  PIC 9(02).
			10  WS-ANM-MIX-GRADE     PIC 9(02).
			10  WS-ANM-MIX-SWITCH    PIC X(01).
				88  WS-ANM-MIX-JUDGED VALUE "Y".
			10  WS-ANM-GRADE         PIC 9(02).
			10  WS-ANM-RESULT        PIC X(08).
			10  WS-ANM-LABEL-COUNT   PIC 9(02).
			10  WS-ANM-LABEL OCCURS 20 TIMES.
				15  WS-ANM-LBL-NAME      PIC X(12).
				15  WS-ANM-LBL-TODAY     PIC 9(09).
				15  WS-ANM-LBL-BASE      PIC 9(11).
				15  WS-ANM-LBL-TODAY-PCT PIC 9(03)V9.
				15  WS-ANM-LBL-BASE-PCT  PIC 9(03)V9.

	77  WS-ROW-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-DAYS-BACK PIC S9(07) VALUE ZERO.
	77  WS-WEEKS-BACK PIC 9(05) VALUE ZERO.
	77  WS-WEEKS-REMAINDER PIC 9(01) VALUE ZERO.
	77  WS-WORK-DEVIATION PIC S9(07)V9 VALUE ZERO.
	77  WS-WORK-ABS-DEV PIC 9(07)V9 VALUE ZERO.
	77  WS-WORK-SHIFT PIC S9(03)V9 VALUE ZERO.
	77  WS-WORK-ABS-SHIFT PIC 9(03)V9 VALUE ZERO.
	77  WS-RUN-GRADE PIC 9(02) VALUE ZERO.
	77  WS-LABEL-OVERFLOW-SWITCH PIC X VALUE "N".
		88  LABEL-OVERFLOW VALUE "Y".

	77  WS-HISTORY-ROWS-READ PIC 9(07) VALUE ZERO.
	77  WS-BASELINE-ROWS-USED PIC 9(07) VALUE ZERO.
	77  WS-NORMAL-COUNT PIC 9(07) VALUE ZERO.
	77  WS-WARN-COUNT PIC 9(07) VALUE ZERO.
	77  WS-FAIL-COUNT PIC 9(07) VALUE ZERO.
	77  WS-NO-BASELINE-COUNT PIC 9(07) VALUE ZERO.

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).

	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(40) VALUE
			"VOLUME AND BAND-MIX ANOMALY CHECK  RUN D".
		05  FILLER PIC X(04) VALUE "ATE ".
		05  WS-HDG-DATE PIC 9(08).
		05  FILLER PIC X(19) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(40) VALUE
			"DATE     SRC   DAYS  EXPECTED    ACTUAL ".
		05  FILLER PIC X(40) VALUE
			"DEV PCT  SHIFT  BAND         RESULT GRD".

	01  WS-TOLERANCE-LINE.
		05  FILLER PIC X(16) VALUE "BASELINE WEEKS  ".
		05  WS-TLL-WEEKS     PIC Z9.
		05  FILLER PIC X(12) VALUE "  MIN DAYS  ".
		05  WS-TLL-MIN-DAYS  PIC Z9.
		05  FILLER PIC X(14) VALUE "  VOLUME PCT  ".
		05  WS-TLL-VOL-WARN  PIC ZZ9.
		05  FILLER PIC X(01) VALUE "/".
		05  WS-TLL-VOL-FAIL  PIC ZZ9.
		05  FILLER PIC X(11) VALUE "  MIX PTS  ".
		05  WS-TLL-MIX-WARN  PIC ZZ9.
		05  FILLER PIC X(01) VALUE "/".
		05  WS-TLL-MIX-FAIL  PIC ZZ9.
		05  FILLER PIC X(09) VALUE SPACES.

	01  WS-REPORT-DETAIL-LINE.
		05  WS-DET-DATE      PIC 9(08).
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-DET-SOURCE    PIC X(04).
		05  FILLER           PIC X(03) VALUE SPACES.
		05  WS-DET-DAYS      PIC Z9.
		05  FILLER           PIC X(02) VALUE SPACES.
		05  WS-DET-EXPECTED  PIC Z,ZZZ,ZZ9.
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-DET-ACTUAL    PIC Z,ZZZ,ZZ9.
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-DET-DEVIATION PIC -ZZZ9.9.
		05  FILLER           PIC X(02) VALUE SPACES.
		05  WS-DET-SHIFT     PIC ZZ9.9.
		05  FILLER           PIC X(02) VALUE SPACES.
		05  WS-DET-LABEL     PIC X(12).
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-DET-RESULT    PIC X(08).
		05  WS-DET-GRADE     PIC Z9.

	01  WS-BAND-DETAIL-LINE.
		05  FILLER           PIC X(18) VALUE "    BAND         ".
		05  WS-BDL-LABEL     PIC X(12).
		05  FILLER           PIC X(11) VALUE "  BASELINE ".
		05  WS-BDL-BASE-PCT  PIC ZZ9.9.
		05  FILLER           PIC X(11) VALUE " PCT  TODAY".
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-BDL-TODAY-PCT PIC ZZ9.9.
		05  FILLER           PIC X(17) VALUE " PCT".

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(28).
		05  WS-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 2000-LOAD-TODAY-ROWS
	PERFORM 3000-SCAN-HISTORY-MASTER
	PERFORM VARYING WS-ANM-IDX FROM 1 BY 1
			UNTIL WS-ANM-IDX > WS-ANM-COUNT
		PERFORM 4000-JUDGE-ENTRY
		PERFORM 5000-WRITE-STATUS-RECORD
	END-PERFORM
	PERFORM 7000-WRITE-REPORT
	PERFORM 9000-TERMINATE
	MOVE WS-RUN-GRADE TO RETURN-CODE
	STOP RUN.

1000-INITIALIZE.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	PERFORM 1100-LOAD-TOLERANCES
	OPEN OUTPUT ANOMALY-STATUS-FILE
	IF WS-ANMSTA-STATUS NOT = "00"
		DISPLAY "OPANOMLY - UNABLE TO OPEN ANOMALY-STATUS-FILE, "
			"STATUS = " WS-ANMSTA-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT ANOMALY-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPANOMLY - UNABLE TO OPEN ANOMALY-REPORT-FILE, "
			"STATUS = " WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1100-LOAD-TOLERANCES.
	OPEN INPUT ANOMALY-TOLER-FILE
	IF WS-TOLERANCE-STATUS = "00"
		READ ANOMALY-TOLER-FILE
			AT END MOVE "10" TO WS-TOLERANCE-STATUS
		END-READ
		IF WS-TOLERANCE-STATUS = "00"
		   AND ANOMALY-TOLER-RECORD IS NUMERIC
		   AND OPANMT-BASELINE-WEEKS > ZERO
			MOVE OPANMT-BASELINE-WEEKS TO WS-TOL-BASELINE-WEEKS
			MOVE OPANMT-MIN-BASELINE-DAYS TO WS-TOL-MIN-BASELINE-DAYS
			MOVE OPANMT-VOLUME-WARN-PCT TO WS-TOL-VOLUME-WARN-PCT
			MOVE OPANMT-VOLUME-FAIL-PCT TO WS-TOL-VOLUME-FAIL-PCT
			MOVE OPANMT-MIX-WARN-PTS TO WS-TOL-MIX-WARN-PTS
			MOVE OPANMT-MIX-FAIL-PTS TO WS-TOL-MIX-FAIL-PTS
			MOVE OPANMT-MIX-MIN-RECORDS TO WS-TOL-MIX-MIN-RECORDS
		ELSE
			DISPLAY "WARNING - ANOMALY TOLERANCE FILE EMPTY OR INVALID, "
				"USING DEFAULT ANOMALY TOLERANCES"
		END-IF
		CLOSE ANOMALY-TOLER-FILE
	ELSE
		DISPLAY "WARNING - ANOMALY TOLERANCE FILE NOT AVAILABLE, "
			"USING DEFAULT ANOMALY TOLERANCES"
	END-IF
	IF WS-TOL-MIN-BASELINE-DAYS > WS-TOL-BASELINE-WEEKS
		MOVE WS-TOL-BASELINE-WEEKS TO WS-TOL-MIN-BASELINE-DAYS
	END-IF.

*>  TONIGHT'S ROWS FIX THE DATES AND SOURCES TO JUDGE. NO ROWS AT
*>  ALL MEANS THE CLASSIFY STEP DID NOT GET AS FAR AS END OF JOB.
2000-LOAD-TODAY-ROWS.
	OPEN INPUT TODAY-HISTORY-FILE
	IF WS-TODAY-STATUS NOT = "00"
		DISPLAY "OPANOMLY - UNABLE TO OPEN TODAY-HISTORY-FILE, "
			"STATUS = " WS-TODAY-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-TODAY-STATUS NOT = "00"
		READ TODAY-HISTORY-FILE
			AT END MOVE "10" TO WS-TODAY-STATUS
		END-READ
		IF WS-TODAY-STATUS = "00"
			PERFORM 2100-ADD-TODAY-ROW
		END-IF
	END-PERFORM
	CLOSE TODAY-HISTORY-FILE
	IF WS-ANM-COUNT = ZERO
		DISPLAY "OPANOMLY - NO HISTORY ROWS FOR TONIGHT'S RUN, "
			"NOTHING TO JUDGE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

2100-ADD-TODAY-ROW.
	MOVE ZERO TO WS-TDT-SLOT
	PERFORM VARYING WS-TDT-IDX FROM 1 BY 1
			UNTIL WS-TDT-IDX > WS-TDT-COUNT OR WS-TDT-SLOT > ZERO
		IF WS-TDT-DATE(WS-TDT-IDX) = OPHIST-BUSINESS-DATE
			MOVE WS-TDT-IDX TO WS-TDT-SLOT
		END-IF
	END-PERFORM
	IF WS-TDT-SLOT = ZERO
		IF WS-TDT-COUNT < WS-TDT-MAX-ENTRIES
			ADD 1 TO WS-TDT-COUNT
			MOVE WS-TDT-COUNT TO WS-TDT-SLOT
			MOVE OPHIST-BUSINESS-DATE TO WS-TDT-DATE(WS-TDT-COUNT)
			COMPUTE WS-TDT-INTEGER(WS-TDT-COUNT) =
				FUNCTION INTEGER-OF-DATE(OPHIST-BUSINESS-DATE)
		ELSE
			DISPLAY "WARNING - MORE THAN " WS-TDT-MAX-ENTRIES
				" BUSINESS DATES, DATE " OPHIST-BUSINESS-DATE
				" NOT JUDGED"
		END-IF
	END-IF
	IF WS-TDT-SLOT > ZERO
		MOVE OPHIST-BUSINESS-DATE TO WS-LOOKUP-DATE
		MOVE OPHIST-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
		PERFORM 3500-LOCATE-ENTRY
		IF WS-ANM-SLOT > ZERO
			PERFORM 2150-TALLY-TODAY-ROW
		END-IF
	END-IF.

2150-TALLY-TODAY-ROW.
	SET WS-ANM-IN-TODAY(WS-ANM-SLOT) TO TRUE
	COMPUTE WS-ANM-ACTUAL-VOLUME(WS-ANM-SLOT) =
		WS-ANM-ACTUAL-VOLUME(WS-ANM-SLOT)
		+ OPHIST-NUMERIC-COUNT + OPHIST-NOT-NUMERIC-COUNT
		+ OPHIST-REJECTED-COUNT
	PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
			UNTIL WS-BAND-IDX > OPHIST-BAND-ENTRIES
			   OR WS-BAND-IDX > 10
		MOVE OPHIST-BAND-LABEL(WS-BAND-IDX) TO WS-LOOKUP-LABEL
		PERFORM 3600-LOCATE-LABEL
		IF WS-LBL-SLOT > ZERO
			ADD OPHIST-BAND-TALLY(WS-BAND-IDX)
				TO WS-ANM-LBL-TODAY(WS-ANM-SLOT, WS-LBL-SLOT)
			ADD OPHIST-BAND-TALLY(WS-BAND-IDX)
				TO WS-ANM-TODAY-BANDED(WS-ANM-SLOT)
		END-IF
	END-PERFORM.

*>  A MASTER ROW BELONGS TO A DATE'S BASELINE WHEN IT IS A WHOLE
*>  NUMBER OF WEEKS EARLIER (SAME WEEKDAY) AND NO MORE THAN THE
*>  CONFIGURED NUMBER OF WEEKS BACK. A SOURCE FOUND IN A BASELINE
*>  BUT NOT IN TONIGHT'S ROWS GETS A SLOT OF ITS OWN - ACTUAL ZERO.
3000-SCAN-HISTORY-MASTER.
	OPEN INPUT HISTORY-MASTER-FILE
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "OPANOMLY - UNABLE TO OPEN HISTORY-MASTER-FILE, "
			"STATUS = " WS-HISTORY-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
		READ HISTORY-MASTER-FILE INTO WS-MASTER-ROW
			AT END MOVE "10" TO WS-HISTORY-STATUS
		END-READ
		IF WS-HISTORY-STATUS = "00"
		   AND WS-MST-BUSINESS-DATE IS NUMERIC
		   AND WS-MST-BUSINESS-DATE > ZERO
			ADD 1 TO WS-HISTORY-ROWS-READ
			COMPUTE WS-ROW-INTEGER =
				FUNCTION INTEGER-OF-DATE(WS-MST-BUSINESS-DATE)
			PERFORM VARYING WS-TDT-IDX FROM 1 BY 1
					UNTIL WS-TDT-IDX > WS-TDT-COUNT
				COMPUTE WS-DAYS-BACK =
					WS-TDT-INTEGER(WS-TDT-IDX) - WS-ROW-INTEGER
				IF WS-DAYS-BACK > ZERO
					DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEKS-BACK
						REMAINDER WS-WEEKS-REMAINDER
					IF WS-WEEKS-REMAINDER = ZERO
					   AND WS-WEEKS-BACK NOT > WS-TOL-BASELINE-WEEKS
						PERFORM 3100-ADD-BASELINE-ROW
					END-IF
				END-IF
			END-PERFORM
		END-IF
	END-PERFORM
	CLOSE HISTORY-MASTER-FILE.

3100-ADD-BASELINE-ROW.
	MOVE WS-TDT-DATE(WS-TDT-IDX) TO WS-LOOKUP-DATE
	MOVE WS-MST-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
	PERFORM 3500-LOCATE-ENTRY
	IF WS-ANM-SLOT > ZERO
		PERFORM 3150-TALLY-BASELINE-ROW
	END-IF.

3150-TALLY-BASELINE-ROW.
	ADD 1 TO WS-BASELINE-ROWS-USED
	ADD 1 TO WS-ANM-BASE-DAYS(WS-ANM-SLOT)
	COMPUTE WS-ANM-BASE-VOLUME(WS-ANM-SLOT) =
		WS-ANM-BASE-VOLUME(WS-ANM-SLOT)
		+ WS-MST-NUMERIC-COUNT + WS-MST-NOT-NUMERIC-COUNT
		+ WS-MST-REJECTED-COUNT
	PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
			UNTIL WS-BAND-IDX > WS-MST-BAND-ENTRIES
			   OR WS-BAND-IDX > 10
		MOVE WS-MST-BAND-LABEL(WS-BAND-IDX) TO WS-LOOKUP-LABEL
		PERFORM 3600-LOCATE-LABEL
		IF WS-LBL-SLOT > ZERO
			ADD WS-MST-BAND-TALLY(WS-BAND-IDX)
				TO WS-ANM-LBL-BASE(WS-ANM-SLOT, WS-LBL-SLOT)
			ADD WS-MST-BAND-TALLY(WS-BAND-IDX)
				TO WS-ANM-BASE-BANDED(WS-ANM-SLOT)
		END-IF
	END-PERFORM.

3500-LOCATE-ENTRY.
	MOVE ZERO TO WS-ANM-SLOT
	PERFORM VARYING WS-ANM-IDX FROM 1 BY 1
			UNTIL WS-ANM-IDX > WS-ANM-COUNT OR WS-ANM-SLOT > ZERO
		IF WS-ANM-DATE(WS-ANM-IDX) = WS-LOOKUP-DATE
		   AND WS-ANM-SOURCE(WS-ANM-IDX) = WS-LOOKUP-SOURCE
			MOVE WS-ANM-IDX TO WS-ANM-SLOT
		END-IF
	END-PERFORM
	IF WS-ANM-SLOT = ZERO
		IF WS-ANM-COUNT < WS-ANM-MAX-ENTRIES
			ADD 1 TO WS-ANM-COUNT
			MOVE WS-ANM-COUNT TO WS-ANM-SLOT
			INITIALIZE WS-ANM-ENTRY(WS-ANM-SLOT)
			MOVE "N" TO WS-ANM-TODAY-SWITCH(WS-ANM-SLOT)
			MOVE "N" TO WS-ANM-MIX-SWITCH(WS-ANM-SLOT)
			MOVE WS-LOOKUP-DATE TO WS-ANM-DATE(WS-ANM-SLOT)
			MOVE WS-LOOKUP-SOURCE TO WS-ANM-SOURCE(WS-ANM-SLOT)
		ELSE
			DISPLAY "WARNING - MORE THAN " WS-ANM-MAX-ENTRIES
				" DATE/SOURCE PAIRS, " WS-LOOKUP-DATE " "
				WS-LOOKUP-SOURCE " NOT JUDGED"
		END-IF
	END-IF.

3600-LOCATE-LABEL.
	MOVE ZERO TO WS-LBL-SLOT
	PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
			UNTIL WS-LBL-IDX > WS-ANM-LABEL-COUNT(WS-ANM-SLOT)
			   OR WS-LBL-SLOT > ZERO
		IF WS-ANM-LBL-NAME(WS-ANM-SLOT, WS-LBL-IDX) = WS-LOOKUP-LABEL
			MOVE WS-LBL-IDX TO WS-LBL-SLOT
		END-IF
	END-PERFORM
	IF WS-LBL-SLOT = ZERO AND WS-LOOKUP-LABEL NOT = SPACES
		IF WS-ANM-LABEL-COUNT(WS-ANM-SLOT) < WS-LBL-MAX-ENTRIES
			ADD 1 TO WS-ANM-LABEL-COUNT(WS-ANM-SLOT)
			MOVE WS-ANM-LABEL-COUNT(WS-ANM-SLOT) TO WS-LBL-SLOT
			MOVE WS-LOOKUP-LABEL
				TO WS-ANM-LBL-NAME(WS-ANM-SLOT, WS-LBL-SLOT)
		ELSE
			IF NOT LABEL-OVERFLOW
				DISPLAY "WARNING - MORE THAN " WS-LBL-MAX-ENTRIES
					" BAND LABELS FOR ONE SOURCE, EXTRA LABELS "
					"LEFT OUT OF THE BAND MIX"
				SET LABEL-OVERFLOW TO TRUE
			END-IF
		END-IF
	END-IF.

*>  VOLUME IS JUDGED AGAINST THE BASELINE AVERAGE IN EITHER
*>  DIRECTION; BAND MIX BY THE LARGEST MOVE IN ANY ONE BAND'S SHARE.
*>  TOO FEW BASELINE WEEKDAYS ON FILE (A NEW SENDER, A NEW WEEKDAY)
*>  MEANS THERE IS NOTHING TO COMPARE WITH - NO BASE, GRADE 0.
4000-JUDGE-ENTRY.
	MOVE ZERO TO WS-ANM-VOLUME-GRADE(WS-ANM-IDX)
	MOVE ZERO TO WS-ANM-MIX-GRADE(WS-ANM-IDX)
	MOVE ZERO TO WS-ANM-GRADE(WS-ANM-IDX)
	IF WS-ANM-BASE-DAYS(WS-ANM-IDX) < WS-TOL-MIN-BASELINE-DAYS
	   OR WS-ANM-BASE-DAYS(WS-ANM-IDX) = ZERO
		MOVE "NO BASE" TO WS-ANM-RESULT(WS-ANM-IDX)
		ADD 1 TO WS-NO-BASELINE-COUNT
	ELSE
		PERFORM 4050-JUDGE-VOLUME
		PERFORM 4100-JUDGE-BAND-MIX
		PERFORM 4200-GRADE-ENTRY
	END-IF.

4050-JUDGE-VOLUME.
	COMPUTE WS-ANM-EXPECTED(WS-ANM-IDX) ROUNDED =
		WS-ANM-BASE-VOLUME(WS-ANM-IDX) / WS-ANM-BASE-DAYS(WS-ANM-IDX)
	IF WS-ANM-EXPECTED(WS-ANM-IDX) = ZERO
		IF WS-ANM-ACTUAL-VOLUME(WS-ANM-IDX) = ZERO
			MOVE ZERO TO WS-WORK-DEVIATION
		ELSE
			MOVE 9999.9 TO WS-WORK-DEVIATION
		END-IF
	ELSE
		COMPUTE WS-WORK-DEVIATION ROUNDED =
			(WS-ANM-ACTUAL-VOLUME(WS-ANM-IDX)
			- WS-ANM-EXPECTED(WS-ANM-IDX)) * 100
			/ WS-ANM-EXPECTED(WS-ANM-IDX)
	END-IF
	IF WS-WORK-DEVIATION > 9999.9
		MOVE 9999.9 TO WS-WORK-DEVIATION
	END-IF
	MOVE WS-WORK-DEVIATION TO WS-ANM-DEVIATION(WS-ANM-IDX)
	IF WS-WORK-DEVIATION < ZERO
		COMPUTE WS-WORK-ABS-DEV = ZERO - WS-WORK-DEVIATION
	ELSE
		MOVE WS-WORK-DEVIATION TO WS-WORK-ABS-DEV
	END-IF
	EVALUATE TRUE
		WHEN WS-WORK-ABS-DEV NOT LESS THAN WS-TOL-VOLUME-FAIL-PCT
			MOVE 8 TO WS-ANM-VOLUME-GRADE(WS-ANM-IDX)
		WHEN WS-WORK-ABS-DEV NOT LESS THAN WS-TOL-VOLUME-WARN-PCT
			MOVE 4 TO WS-ANM-VOLUME-GRADE(WS-ANM-IDX)
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

4100-JUDGE-BAND-MIX.
	MOVE ZERO TO WS-ANM-MIX-SHIFT(WS-ANM-IDX)
	MOVE SPACES TO WS-ANM-MIX-LABEL(WS-ANM-IDX)
	IF WS-ANM-BASE-BANDED(WS-ANM-IDX) > ZERO
	   AND WS-ANM-TODAY-BANDED(WS-ANM-IDX) > ZERO
	   AND WS-ANM-TODAY-BANDED(WS-ANM-IDX)
			NOT LESS THAN WS-TOL-MIX-MIN-RECORDS
		SET WS-ANM-MIX-JUDGED(WS-ANM-IDX) TO TRUE
		PERFORM 4150-MEASURE-BAND-SHIFT
	END-IF.

4150-MEASURE-BAND-SHIFT.
	PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
			UNTIL WS-LBL-IDX > WS-ANM-LABEL-COUNT(WS-ANM-IDX)
		COMPUTE WS-ANM-LBL-TODAY-PCT(WS-ANM-IDX, WS-LBL-IDX) ROUNDED =
			WS-ANM-LBL-TODAY(WS-ANM-IDX, WS-LBL-IDX) * 100
			/ WS-ANM-TODAY-BANDED(WS-ANM-IDX)
		COMPUTE WS-ANM-LBL-BASE-PCT(WS-ANM-IDX, WS-LBL-IDX) ROUNDED =
			WS-ANM-LBL-BASE(WS-ANM-IDX, WS-LBL-IDX) * 100
			/ WS-ANM-BASE-BANDED(WS-ANM-IDX)
		COMPUTE WS-WORK-SHIFT =
			WS-ANM-LBL-TODAY-PCT(WS-ANM-IDX, WS-LBL-IDX)
			- WS-ANM-LBL-BASE-PCT(WS-ANM-IDX, WS-LBL-IDX)
		IF WS-WORK-SHIFT < ZERO
			COMPUTE WS-WORK-ABS-SHIFT = ZERO - WS-WORK-SHIFT
		ELSE
			MOVE WS-WORK-SHIFT TO WS-WORK-ABS-SHIFT
		END-IF
		IF WS-WORK-ABS-SHIFT > WS-ANM-MIX-SHIFT(WS-ANM-IDX)
			MOVE WS-WORK-ABS-SHIFT TO WS-ANM-MIX-SHIFT(WS-ANM-IDX)
			MOVE WS-ANM-LBL-NAME(WS-ANM-IDX, WS-LBL-IDX)
				TO WS-ANM-MIX-LABEL(WS-ANM-IDX)
		END-IF
	END-PERFORM
	EVALUATE TRUE
		WHEN WS-ANM-MIX-SHIFT(WS-ANM-IDX)
				NOT LESS THAN WS-TOL-MIX-FAIL-PTS
			MOVE 8 TO WS-ANM-MIX-GRADE(WS-ANM-IDX)
		WHEN WS-ANM-MIX-SHIFT(WS-ANM-IDX)
				NOT LESS THAN WS-TOL-MIX-WARN-PTS
			MOVE 4 TO WS-ANM-MIX-GRADE(WS-ANM-IDX)
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

4200-GRADE-ENTRY.
	IF WS-ANM-VOLUME-GRADE(WS-ANM-IDX) > WS-ANM-MIX-GRADE(WS-ANM-IDX)
		MOVE WS-ANM-VOLUME-GRADE(WS-ANM-IDX) TO WS-ANM-GRADE(WS-ANM-IDX)
	ELSE
		MOVE WS-ANM-MIX-GRADE(WS-ANM-IDX) TO WS-ANM-GRADE(WS-ANM-IDX)
	END-IF
	EVALUATE TRUE
		WHEN NOT WS-ANM-IN-TODAY(WS-ANM-IDX)
			MOVE "ABSENT" TO WS-ANM-RESULT(WS-ANM-IDX)
		WHEN WS-ANM-VOLUME-GRADE(WS-ANM-IDX) > ZERO
		 AND WS-ANM-MIX-GRADE(WS-ANM-IDX) > ZERO
			MOVE "VOL+MIX" TO WS-ANM-RESULT(WS-ANM-IDX)
		WHEN WS-ANM-VOLUME-GRADE(WS-ANM-IDX) > ZERO
			MOVE "VOLUME" TO WS-ANM-RESULT(WS-ANM-IDX)
		WHEN WS-ANM-MIX-GRADE(WS-ANM-IDX) > ZERO
			MOVE "BAND MIX" TO WS-ANM-RESULT(WS-ANM-IDX)
		WHEN OTHER
			MOVE "NORMAL" TO WS-ANM-RESULT(WS-ANM-IDX)
	END-EVALUATE
	EVALUATE WS-ANM-GRADE(WS-ANM-IDX)
		WHEN 8
			ADD 1 TO WS-FAIL-COUNT
		WHEN 4
			ADD 1 TO WS-WARN-COUNT
		WHEN OTHER
			ADD 1 TO WS-NORMAL-COUNT
	END-EVALUATE
	IF WS-ANM-GRADE(WS-ANM-IDX) > WS-RUN-GRADE
		MOVE WS-ANM-GRADE(WS-ANM-IDX) TO WS-RUN-GRADE
	END-IF.

5000-WRITE-STATUS-RECORD.
	MOVE WS-ANM-DATE(WS-ANM-IDX) TO OPANS-BUSINESS-DATE
	MOVE WS-ANM-SOURCE(WS-ANM-IDX) TO OPANS-SOURCE-SYSTEM
	MOVE WS-ANM-GRADE(WS-ANM-IDX) TO OPANS-GRADE
	MOVE WS-ANM-RESULT(WS-ANM-IDX) TO OPANS-RESULT
	MOVE WS-ANM-BASE-DAYS(WS-ANM-IDX) TO OPANS-BASELINE-DAYS
	MOVE WS-ANM-EXPECTED(WS-ANM-IDX) TO OPANS-EXPECTED-VOLUME
	MOVE WS-ANM-ACTUAL-VOLUME(WS-ANM-IDX) TO OPANS-ACTUAL-VOLUME
	MOVE WS-ANM-DEVIATION(WS-ANM-IDX) TO OPANS-VOLUME-DEVIATION-PCT
	MOVE WS-ANM-MIX-SHIFT(WS-ANM-IDX) TO OPANS-MIX-SHIFT-PTS
	MOVE WS-ANM-MIX-LABEL(WS-ANM-IDX) TO OPANS-MIX-SHIFT-LABEL
	WRITE ANOMALY-STATUS-RECORD.

7000-WRITE-REPORT.
	MOVE WS-CURR-DATE-8 TO WS-HDG-DATE
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-HEADING-1
	MOVE WS-TOL-BASELINE-WEEKS TO WS-TLL-WEEKS
	MOVE WS-TOL-MIN-BASELINE-DAYS TO WS-TLL-MIN-DAYS
	MOVE WS-TOL-VOLUME-WARN-PCT TO WS-TLL-VOL-WARN
	MOVE WS-TOL-VOLUME-FAIL-PCT TO WS-TLL-VOL-FAIL
	MOVE WS-TOL-MIX-WARN-PTS TO WS-TLL-MIX-WARN
	MOVE WS-TOL-MIX-FAIL-PTS TO WS-TLL-MIX-FAIL
	WRITE ANOMALY-REPORT-LINE FROM WS-TOLERANCE-LINE
	MOVE SPACES TO ANOMALY-REPORT-LINE
	WRITE ANOMALY-REPORT-LINE
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-HEADING-2
	PERFORM VARYING WS-ANM-IDX FROM 1 BY 1
			UNTIL WS-ANM-IDX > WS-ANM-COUNT
		PERFORM 7100-WRITE-ENTRY-LINES
	END-PERFORM
	MOVE SPACES TO ANOMALY-REPORT-LINE
	WRITE ANOMALY-REPORT-LINE
	MOVE "HISTORY MASTER ROWS READ" TO WS-SUM-LABEL
	MOVE WS-HISTORY-ROWS-READ TO WS-SUM-COUNT
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "BASELINE ROWS USED" TO WS-SUM-LABEL
	MOVE WS-BASELINE-ROWS-USED TO WS-SUM-COUNT
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "SOURCES WITHIN TOLERANCE" TO WS-SUM-LABEL
	MOVE WS-NORMAL-COUNT TO WS-SUM-COUNT
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "SOURCES AT WARN" TO WS-SUM-LABEL
	MOVE WS-WARN-COUNT TO WS-SUM-COUNT
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "SOURCES AT FAIL" TO WS-SUM-LABEL
	MOVE WS-FAIL-COUNT TO WS-SUM-COUNT
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "SOURCES WITH NO BASELINE" TO WS-SUM-LABEL
	MOVE WS-NO-BASELINE-COUNT TO WS-SUM-COUNT
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	DISPLAY "OPANOMLY - ANOMALY GRADE " WS-RUN-GRADE
		", SOURCES AT WARN " WS-WARN-COUNT
		", AT FAIL " WS-FAIL-COUNT.

*>  ONE LINE PER SOURCE, THEN ITS BANDS' BASELINE AND TODAY SHARES
*>  WHENEVER THE MIX WAS JUDGED.
7100-WRITE-ENTRY-LINES.
	MOVE WS-ANM-DATE(WS-ANM-IDX) TO WS-DET-DATE
	MOVE WS-ANM-SOURCE(WS-ANM-IDX) TO WS-DET-SOURCE
	MOVE WS-ANM-BASE-DAYS(WS-ANM-IDX) TO WS-DET-DAYS
	MOVE WS-ANM-EXPECTED(WS-ANM-IDX) TO WS-DET-EXPECTED
	MOVE WS-ANM-ACTUAL-VOLUME(WS-ANM-IDX) TO WS-DET-ACTUAL
	MOVE WS-ANM-DEVIATION(WS-ANM-IDX) TO WS-DET-DEVIATION
	MOVE WS-ANM-MIX-SHIFT(WS-ANM-IDX) TO WS-DET-SHIFT
	MOVE WS-ANM-MIX-LABEL(WS-ANM-IDX) TO WS-DET-LABEL
	MOVE WS-ANM-RESULT(WS-ANM-IDX) TO WS-DET-RESULT
	MOVE WS-ANM-GRADE(WS-ANM-IDX) TO WS-DET-GRADE
	WRITE ANOMALY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
	IF WS-ANM-MIX-JUDGED(WS-ANM-IDX)
		PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
				UNTIL WS-LBL-IDX > WS-ANM-LABEL-COUNT(WS-ANM-IDX)
			MOVE WS-ANM-LBL-NAME(WS-ANM-IDX, WS-LBL-IDX) TO WS-BDL-LABEL
			MOVE WS-ANM-LBL-BASE-PCT(WS-ANM-IDX, WS-LBL-IDX)
				TO WS-BDL-BASE-PCT
			MOVE WS-ANM-LBL-TODAY-PCT(WS-ANM-IDX, WS-LBL-IDX)
				TO WS-BDL-TODAY-PCT
			WRITE ANOMALY-REPORT-LINE FROM WS-BAND-DETAIL-LINE
		END-PERFORM
	END-IF.

9000-TERMINATE.
	CLOSE ANOMALY-STATUS-FILE
	CLOSE ANOMALY-REPORT-FILE.
