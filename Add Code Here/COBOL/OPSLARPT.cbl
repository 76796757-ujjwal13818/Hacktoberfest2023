IDENTIFICATION DIVISION.
PROGRAM-ID. OPSLARPT.
*> OPSLARPT - weekly batch window timing and deadline forecast.
*> Every program in the nightly stream appends a START and an END
*> record (OPSTPTM layout) to its job's step timing log; OPSLARPJ
*> sorts the retained history together with the week's logs, newest
*> business date first, and this program reports on it:
*>  - per step (program, plus partition for a partitioned IFELSE),
*>    average, longest and latest elapsed time and throughput over
*>    the trend window, with the latest seven nights compared to
*>    the seven before them;
*>  - per night, when the stream started, when its last step ended
*>    (the critical-path end) and the slack against the window
*>    deadline, with reruns, steps that never ended and late nights
*>    flagged;
*>  - a projection of the night the stream will reach the deadline:
*>    critical-path elapsed time is fitted against intake volume
*>    (the OPINTAKE merged total) and volume against the calendar,
*>    both by least squares over the clean nights in the window
*>    (no rerun, every step ended), and the volume trend is run
*>    forward to the volume that would use the whole window.
*> The deadline (HHMM and days after the business date), the trend
*> window in nights, the history retention in days and the warning
*> horizon in days come from the OPSLAPRM card; defaults are used
*> for any field missing or invalid. Records inside the retention
*> window are written back out as next week's retained history, an
*> exact duplicate (a log rolled twice) only once. RC 4 when a night
*> in the latest week ran past the deadline or a breach is projected
*> inside the warning horizon; RC 16 if the history cannot be read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT TIMING-HISTORY-FILE ASSIGN TO OPSTMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-HISTORY-STATUS.
	SELECT SLA-PARM-FILE ASSIGN TO OPSLAPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT HISTORY-OUT-FILE ASSIGN TO OPSTMOUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-HISTORY-OUT-STATUS.
	SELECT SLA-REPORT-FILE ASSIGN TO OPSLRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TIMING-HISTORY-FILE
	RECORDING MODE IS F.
01  TIMING-HISTORY-RECORD.
	COPY OPSTPTM.
FD  SLA-PARM-FILE
	RECORDING MODE IS F.
01  SLA-PARM-RECORD                  PIC X(80).
FD  HISTORY-OUT-FILE
	RECORDING MODE IS F.
01  HISTORY-OUT-RECORD               PIC X(66).
FD  SLA-REPORT-FILE
	RECORDING MODE IS F.
01  SLA-REPORT-LINE                  PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-HISTORY-STATUS PIC XX.
	77 WS-PARM-STATUS PIC XX.
	77 WS-HISTORY-OUT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-EOF-SWITCH PIC X VALUE "N".
		88 NO-MORE-TIMING-HISTORY VALUE "Y".
	77 WS-WARNING-SWITCH PIC X VALUE "N".
		88 SLA-WARNING-RAISED VALUE "Y".

*>  OPSLAPRM CARD, WITH THE DEFAULTS USED FOR A FIELD THAT IS
*>  MISSING OR INVALID.
	01  WS-DEADLINE-HHMM.
		05  WS-DEADLINE-HH           PIC 9(02) VALUE 06.
		05  WS-DEADLINE-MM           PIC 9(02) VALUE 00.
	77  WS-DEADLINE-DAYS PIC 9(01) VALUE 1.
	77  WS-TREND-NIGHTS PIC 9(03) VALUE 028.
	77  WS-RETENTION-DAYS PIC 9(03) VALUE 091.
	77  WS-HORIZON-DAYS PIC 9(03) VALUE 030.
	77  WS-MAX-TREND-NIGHTS PIC 9(03) VALUE 060.

	01  WS-PRIOR-TIMING-RECORD       PIC X(66) VALUE LOW-VALUES.
	77  WS-LATEST-DATE PIC 9(08) VALUE ZERO.
	77  WS-LATEST-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-RETAIN-FROM-INTEGER PIC S9(07) VALUE ZERO.
	77  WS-RECORD-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-CURRENT-NIGHT-DATE PIC 9(08) VALUE ZERO.
	77  WS-CURRENT-NIGHT-SLOT PIC 9(03) VALUE ZERO.

*>  A START IS HELD HERE UNTIL ITS END ARRIVES. THE SORT PUTS A
*>  RUN'S START AND END NEXT TO EACH OTHER, SO ANY OTHER RECORD
*>  AFTER A START MEANS THAT RUN NEVER FINISHED.
	77  WS-PENDING-SWITCH PIC X VALUE "N".
		88  RUN-START-PENDING VALUE "Y".
	01  WS-PENDING-RUN.
		05  WS-PEND-BUSINESS-DATE    PIC 9(08).
		05  WS-PEND-STEP             PIC X(10).
		05  WS-PEND-START-TIMESTAMP  PIC X(14).
	77  WS-PEND-NIGHT-SLOT PIC 9(03) VALUE ZERO.

*>  INTAKE VOLUME FOR A NIGHT IS THE LARGEST MERGED TOTAL ANY RUN OF
*>  THIS PROGRAM WROTE THAT NIGHT - A RERUN DOES NOT DOUBLE IT.
	77  WS-VOLUME-PROGRAM-ID PIC X(08) VALUE "OPINTAKE".

	77  WS-NGT-COUNT PIC 9(03) VALUE ZERO.
	77  WS-NGT-SLOT PIC 9(03) VALUE ZERO.
	77  WS-NGT-IDX PIC 9(03) VALUE ZERO.
	01  WS-NIGHT-TABLE.
		05  WS-NGT-ENTRY OCCURS 60 TIMES.
			10  WS-NGT-DATE              PIC 9(08).
			10  WS-NGT-DAY-INTEGER       PIC 9(07).
			10  WS-NGT-FIRST-START       PIC 9(12).
			10  WS-NGT-LAST-END          PIC 9(12).
			10  WS-NGT-DEADLINE          PIC 9(12).
			10  WS-NGT-VOLUME            PIC 9(09).
			10  WS-NGT-STEPS-ENDED       PIC 9(03).
			10  WS-NGT-UNFINISHED        PIC 9(03).
			10  WS-NGT-RERUN-SWITCH      PIC X(01).
				88  NGT-HAD-RERUN        VALUE "Y".
			10  WS-NGT-TREND-SWITCH      PIC X(01).
				88  NGT-IN-TREND         VALUE "Y".

	77  WS-STP-MAX-ENTRIES PIC 9(02) VALUE 20.
	77  WS-STP-COUNT PIC 9(02) VALUE ZERO.
	77  WS-STP-SLOT PIC 9(02) VALUE ZERO.
	77  WS-STP-IDX PIC 9(02) VALUE ZERO.
	01  WS-STEP-TABLE.
		05  WS-STP-ENTRY OCCURS 20 TIMES.
			10  WS-STP-STEP              PIC X(10).
			10  WS-STP-NIGHT OCCURS 60 TIMES.
				15  WS-SNE-RUNS          PIC 9(03).
				15  WS-SNE-ELAPSED       PIC 9(07).
				15  WS-SNE-READ          PIC 9(09).

*>  ONE STEP'S FIGURES OVER THE WINDOW. WEEK 1 IS THE LATEST SEVEN
*>  NIGHTS IN THE WINDOW, WEEK 2 THE SEVEN BEFORE THEM.
	77  WS-WEEK-NIGHTS PIC 9(02) VALUE 7.
	01  WS-STEP-STATISTICS.
		05  WS-STS-NIGHTS            PIC 9(03).
		05  WS-STS-TOTAL-ELAPSED     PIC 9(09).
		05  WS-STS-TOTAL-READ        PIC 9(11).
		05  WS-STS-MAX-ELAPSED       PIC 9(07).
		05  WS-STS-LAST-ELAPSED      PIC 9(07).
		05  WS-STS-WK1-NIGHTS        PIC 9(03).
		05  WS-STS-WK1-ELAPSED       PIC 9(09).
		05  WS-STS-WK1-READ          PIC 9(11).
		05  WS-STS-WK2-NIGHTS        PIC 9(03).
		05  WS-STS-WK2-ELAPSED       PIC 9(09).
		05  WS-STS-WK2-READ          PIC 9(11).
	77  WS-AVG-ELAPSED PIC 9(07) VALUE ZERO.
	77  WS-RATE-PER-MIN PIC 9(09) VALUE ZERO.
	77  WS-WK1-AVERAGE PIC 9(07)V99 VALUE ZERO.
	77  WS-WK2-AVERAGE PIC 9(07)V99 VALUE ZERO.
	77  WS-WK1-RATE PIC 9(09)V99 VALUE ZERO.
	77  WS-WK2-RATE PIC 9(09)V99 VALUE ZERO.
	77  WS-PCT-CHANGE PIC S9(07) VALUE ZERO.
	77  WS-PCT-EDIT PIC ++++9.

*>  TIMESTAMPS ARE TURNED INTO SECONDS SINCE THE INTEGER-OF-DATE
*>  EPOCH SO A STEP THAT RUNS PAST MIDNIGHT SUBTRACTS CLEANLY.
	77  WS-CNV-DATE PIC 9(08) VALUE ZERO.
	01  WS-CNV-TIME.
		05  WS-CNV-HH                PIC 9(02).
		05  WS-CNV-MM                PIC 9(02).
		05  WS-CNV-SS                PIC 9(02).
	77  WS-CNV-SECONDS PIC 9(12) VALUE ZERO.
	77  WS-RUN-START-SECONDS PIC 9(12) VALUE ZERO.
	77  WS-RUN-END-SECONDS PIC 9(12) VALUE ZERO.
	77  WS-RUN-ELAPSED PIC S9(07) VALUE ZERO.

	77  WS-FMT-SECONDS PIC 9(07) VALUE ZERO.
	77  WS-FMT-HOURS PIC 9(05) VALUE ZERO.
	77  WS-FMT-REST PIC 9(05) VALUE ZERO.
	01  WS-ELAPSED-DISPLAY.
		05  WS-ELD-HH                PIC 9(02).
		05  FILLER                   PIC X(01) VALUE ":".
		05  WS-ELD-MM                PIC 9(02).
		05  FILLER                   PIC X(01) VALUE ":".
		05  WS-ELD-SS                PIC 9(02).

	77  WS-CLK-SECONDS PIC 9(12) VALUE ZERO.
	77  WS-CLK-BASE-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-CLK-DAY-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-CLK-OFFSET PIC S9(07) VALUE ZERO.
	77  WS-CLK-REST PIC 9(05) VALUE ZERO.
	77  WS-CLK-MINUTES PIC 9(05) VALUE ZERO.
	01  WS-CLOCK-DISPLAY.
		05  WS-CLD-HH                PIC 9(02).
		05  FILLER                   PIC X(01) VALUE ":".
		05  WS-CLD-MM                PIC 9(02).
		05  FILLER                   PIC X(01) VALUE "+".
		05  WS-CLD-DAYS              PIC 9(01).

	77  WS-SLACK-SECONDS PIC S9(09) VALUE ZERO.
	77  WS-SLACK-MINUTES PIC S9(05) VALUE ZERO.
	77  WS-SLACK-EDIT PIC -----9.
	77  WS-LATEST-SLACK PIC S9(05) VALUE ZERO.
	77  WS-MINIMUM-SLACK PIC S9(05) VALUE ZERO.
	77  WS-TOTAL-SLACK PIC S9(09) VALUE ZERO.
	77  WS-NIGHTS-ENDED PIC 9(03) VALUE ZERO.
	77  WS-LATE-NIGHTS PIC 9(03) VALUE ZERO.
	77  WS-LATE-LATEST-WEEK PIC 9(03) VALUE ZERO.

*>  LEAST-SQUARES WORK AREAS. VOLUME IS CARRIED IN THOUSANDS OF
*>  RECORDS AND EVERY SUM IS TAKEN ABOUT THE MEAN SO THE SQUARES
*>  STAY INSIDE EIGHTEEN DIGITS. Y IS THE CRITICAL-PATH ELAPSED
*>  SECONDS, T THE DAYS BEFORE THE LATEST NIGHT, W THE SECONDS
*>  FROM THE STREAM START TO THE DEADLINE.
	77  WS-MIN-TREND-POINTS PIC 9(02) VALUE 4.
	77  WS-MAX-PROJECT-DAYS PIC 9(05) VALUE 3650.
	77  WS-TREND-POINTS PIC 9(03) VALUE ZERO.
	77  WS-PT-X PIC S9(09)V999 VALUE ZERO.
	77  WS-PT-Y PIC S9(09)V999 VALUE ZERO.
	77  WS-PT-T PIC S9(05)V999 VALUE ZERO.
	77  WS-PT-W PIC S9(09)V999 VALUE ZERO.
	77  WS-SUM-X PIC S9(13)V999 VALUE ZERO.
	77  WS-SUM-Y PIC S9(13)V999 VALUE ZERO.
	77  WS-SUM-T PIC S9(09)V999 VALUE ZERO.
	77  WS-SUM-W PIC S9(13)V999 VALUE ZERO.
	77  WS-MEAN-X PIC S9(09)V999 VALUE ZERO.
	77  WS-MEAN-Y PIC S9(09)V999 VALUE ZERO.
	77  WS-MEAN-T PIC S9(05)V999 VALUE ZERO.
	77  WS-MEAN-W PIC S9(09)V999 VALUE ZERO.
	77  WS-SXX PIC S9(15)V999 VALUE ZERO.
	77  WS-SXY PIC S9(15)V999 VALUE ZERO.
	77  WS-STT PIC S9(15)V999 VALUE ZERO.
	77  WS-STX PIC S9(15)V999 VALUE ZERO.
	77  WS-SLOPE-B PIC S9(09)V9(6) VALUE ZERO.
	77  WS-INTERCEPT-A PIC S9(11)V999 VALUE ZERO.
	77  WS-SLOPE-D PIC S9(09)V9(6) VALUE ZERO.
	77  WS-INTERCEPT-C PIC S9(11)V999 VALUE ZERO.
	77  WS-BREACH-X PIC S9(13)V999 VALUE ZERO.
	77  WS-BREACH-T PIC S9(09)V999 VALUE ZERO.
	77  WS-BREACH-DAYS PIC 9(05) VALUE ZERO.
	77  WS-BREACH-DATE PIC 9(08) VALUE ZERO.
	77  WS-PROJECTION-SWITCH PIC X VALUE "I".
		88  PROJ-INSUFFICIENT VALUE "I".
		88  PROJ-NO-VARIATION VALUE "V".
		88  PROJ-NOT-VOLUME-DRIVEN VALUE "N".
		88  PROJ-ALREADY-REACHED VALUE "A".
		88  PROJ-NOT-GROWING VALUE "F".
		88  PROJ-BEYOND-LIMIT VALUE "B".
		88  PROJ-BREACH-DATED VALUE "D".

	01  WS-HISTORY-COUNTS.
		05  WS-RECORDS-READ          PIC 9(09) VALUE ZERO.
		05  WS-RECORDS-RETAINED      PIC 9(09) VALUE ZERO.
		05  WS-RECORDS-PURGED        PIC 9(09) VALUE ZERO.
		05  WS-DUPLICATE-COUNT       PIC 9(09) VALUE ZERO.
		05  WS-UNUSABLE-COUNT        PIC 9(09) VALUE ZERO.
		05  WS-UNFINISHED-COUNT      PIC 9(09) VALUE ZERO.

	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.
	77  WS-LINE-COUNT PIC 9(3) VALUE ZERO.
	77  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
	01  WS-SECTION-TITLE             PIC X(80) VALUE SPACES.
	01  WS-COLUMN-HEADING            PIC X(80) VALUE SPACES.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(36) VALUE "BATCH WINDOW TIMING AND SLA REPORT".
		05  FILLER PIC X(5)  VALUE "THRU ".
		05  WS-HDG-DATE PIC 9(08).
		05  FILLER PIC X(22) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-STEP-HEADING.
		05  FILLER PIC X(36) VALUE
			"STEP       NGT  AVG ELAP  MAX ELAP  ".
		05  FILLER PIC X(44) VALUE
			"LST ELAP     REC/MIN  ELAP%  RATE%".

	01  WS-STEP-DETAIL-LINE.
		05  WS-STL-STEP      PIC X(10).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-STL-NIGHTS    PIC ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-STL-AVERAGE   PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-STL-MAXIMUM   PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-STL-LATEST    PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-STL-RATE      PIC ZZ,ZZZ,ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-STL-ELAP-CHG  PIC X(05).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-STL-RATE-CHG  PIC X(05).
		05  FILLER           PIC X(10) VALUE SPACES.

	01  WS-NIGHT-HEADING.
		05  FILLER PIC X(41) VALUE
			"BUS DATE  STP  STARTED  CRT END   ELAPSED".
		05  FILLER PIC X(39) VALUE
			"   SLACK       VOLUME  FLG".

	01  WS-NIGHT-DETAIL-LINE.
		05  WS-NDL-DATE      PIC 9(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-STEPS     PIC ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-STARTED   PIC X(07).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-ENDED     PIC X(07).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-ELAPSED   PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-SLACK     PIC X(06).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-VOLUME    PIC ZZZ,ZZZ,ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-NDL-FLAG-RERUN PIC X(01).
		05  WS-NDL-FLAG-UNFINISHED PIC X(01).
		05  WS-NDL-FLAG-LATE PIC X(01).
		05  FILLER           PIC X(13) VALUE SPACES.

	01  WS-DEADLINE-DISPLAY.
		05  WS-DLD-HH        PIC 9(02).
		05  FILLER           PIC X(01) VALUE ":".
		05  WS-DLD-MM        PIC 9(02).
		05  FILLER           PIC X(19) VALUE " ON BUSINESS DATE +".
		05  WS-DLD-DAYS      PIC 9(01).
		05  FILLER           PIC X(17) VALUE " DAY(S)".

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(36).
		05  WS-SUM-VALUE      PIC ----,---,--9.
		05  FILLER            PIC X(32) VALUE SPACES.

	01  WS-REPORT-TEXT-LINE.
		05  WS-TXT-LABEL      PIC X(36).
		05  WS-TXT-VALUE      PIC X(44).

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM UNTIL NO-MORE-TIMING-HISTORY
		PERFORM 3000-PROCESS-TIMING-RECORD
		PERFORM 2000-READ-TIMING-HISTORY
	END-PERFORM
	IF RUN-START-PENDING
		PERFORM 3110-NOTE-UNFINISHED-RUN
	END-IF
	MOVE WS-LATEST-DATE TO WS-HDG-DATE
	PERFORM 5000-WRITE-STEP-SECTION
	PERFORM 6000-WRITE-NIGHT-SECTION
	PERFORM 7000-PROJECT-DEADLINE-BREACH
	PERFORM 7500-WRITE-PROJECTION-SECTION
	PERFORM 9000-TERMINATE
	STOP RUN.

1000-INITIALIZE.
	OPEN INPUT TIMING-HISTORY-FILE
	IF WS-HISTORY-STATUS NOT = "00"
		DISPLAY "OPSLARPT - UNABLE TO OPEN TIMING-HISTORY-FILE, STATUS = "
			WS-HISTORY-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT HISTORY-OUT-FILE
	IF WS-HISTORY-OUT-STATUS NOT = "00"
		DISPLAY "OPSLARPT - UNABLE TO OPEN HISTORY-OUT-FILE, STATUS = "
			WS-HISTORY-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT SLA-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPSLARPT - UNABLE TO OPEN SLA-REPORT-FILE, STATUS = "
			WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1200-LOAD-SLA-PARM
	PERFORM 2000-READ-TIMING-HISTORY.

1100-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE SLA-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE SLA-REPORT-LINE FROM WS-SECTION-TITLE
	WRITE SLA-REPORT-LINE FROM WS-COLUMN-HEADING
	MOVE ZERO TO WS-LINE-COUNT.

*>  EACH FIELD OF THE CARD STANDS ON ITS OWN: A BAD TREND WINDOW
*>  DOES NOT THROW AWAY A GOOD DEADLINE. RETENTION IS NEVER LESS
*>  THAN THE TREND WINDOW, OR NEXT WEEK'S REPORT WOULD BE SHORT.
1200-LOAD-SLA-PARM.
	OPEN INPUT SLA-PARM-FILE
	IF WS-PARM-STATUS = "00"
		READ SLA-PARM-FILE
			AT END MOVE "10" TO WS-PARM-STATUS
		END-READ
		IF WS-PARM-STATUS = "00"
			PERFORM 1210-EDIT-SLA-PARM
		ELSE
			DISPLAY "WARNING - SLA PARM CARD MISSING, USING DEFAULTS"
		END-IF
		CLOSE SLA-PARM-FILE
	ELSE
		DISPLAY "WARNING - SLA PARM FILE NOT AVAILABLE, STATUS = "
			WS-PARM-STATUS " - USING DEFAULTS"
	END-IF
	IF WS-RETENTION-DAYS < WS-TREND-NIGHTS
		MOVE WS-TREND-NIGHTS TO WS-RETENTION-DAYS
		DISPLAY "WARNING - RETENTION SHORTER THAN TREND WINDOW, "
			"RAISED TO " WS-RETENTION-DAYS " DAYS"
	END-IF.

1210-EDIT-SLA-PARM.
	IF SLA-PARM-RECORD(1:4) IS NUMERIC
	   AND SLA-PARM-RECORD(1:2) NOT > "23"
	   AND SLA-PARM-RECORD(3:2) NOT > "59"
		MOVE SLA-PARM-RECORD(1:4) TO WS-DEADLINE-HHMM
	ELSE
		DISPLAY "WARNING - DEADLINE HHMM MISSING OR INVALID, "
			"USING DEFAULT " WS-DEADLINE-HHMM
	END-IF
	IF SLA-PARM-RECORD(5:1) IS NUMERIC
	   AND SLA-PARM-RECORD(5:1) NOT > "2"
		MOVE SLA-PARM-RECORD(5:1) TO WS-DEADLINE-DAYS
	ELSE
		DISPLAY "WARNING - DEADLINE DAY OFFSET MISSING OR INVALID, "
			"USING DEFAULT " WS-DEADLINE-DAYS
	END-IF
	IF SLA-PARM-RECORD(6:3) IS NUMERIC
	   AND SLA-PARM-RECORD(6:3) NOT < "002"
	   AND SLA-PARM-RECORD(6:3) NOT > "060"
		MOVE SLA-PARM-RECORD(6:3) TO WS-TREND-NIGHTS
	ELSE
		DISPLAY "WARNING - TREND WINDOW MISSING OR NOT 002-"
			WS-MAX-TREND-NIGHTS ", USING DEFAULT " WS-TREND-NIGHTS
			" NIGHTS"
	END-IF
	IF SLA-PARM-RECORD(9:3) IS NUMERIC
	   AND SLA-PARM-RECORD(9:3) NOT = "000"
		MOVE SLA-PARM-RECORD(9:3) TO WS-RETENTION-DAYS
	ELSE
		DISPLAY "WARNING - RETENTION MISSING OR NOT NUMERIC, "
			"USING DEFAULT " WS-RETENTION-DAYS " DAYS"
	END-IF
	IF SLA-PARM-RECORD(12:3) IS NUMERIC
		MOVE SLA-PARM-RECORD(12:3) TO WS-HORIZON-DAYS
	ELSE
		DISPLAY "WARNING - WARNING HORIZON MISSING OR NOT NUMERIC, "
			"USING DEFAULT " WS-HORIZON-DAYS " DAYS"
	END-IF.

2000-READ-TIMING-HISTORY.
	READ TIMING-HISTORY-FILE
		AT END SET NO-MORE-TIMING-HISTORY TO TRUE
	END-READ.

*>  THE FIRST USABLE RECORD CARRIES THE LATEST BUSINESS DATE (THE
*>  HISTORY IS SORTED NEWEST FIRST) AND FIXES THE RETENTION CUT-OFF.
3000-PROCESS-TIMING-RECORD.
	ADD 1 TO WS-RECORDS-READ
	IF OPSTM-BUSINESS-DATE IS NOT NUMERIC
	   OR OPSTM-BUSINESS-DATE = ZERO
	   OR OPSTM-START-TIMESTAMP IS NOT NUMERIC
	   OR OPSTM-END-TIMESTAMP IS NOT NUMERIC
	   OR NOT (OPSTM-EVENT-START OR OPSTM-EVENT-END)
		ADD 1 TO WS-UNUSABLE-COUNT
	ELSE
		IF TIMING-HISTORY-RECORD = WS-PRIOR-TIMING-RECORD
			ADD 1 TO WS-DUPLICATE-COUNT
		ELSE
			MOVE TIMING-HISTORY-RECORD TO WS-PRIOR-TIMING-RECORD
			COMPUTE WS-RECORD-INTEGER =
				FUNCTION INTEGER-OF-DATE(OPSTM-BUSINESS-DATE)
			IF WS-LATEST-DATE = ZERO
				MOVE OPSTM-BUSINESS-DATE TO WS-LATEST-DATE
				MOVE WS-RECORD-INTEGER TO WS-LATEST-INTEGER
				COMPUTE WS-RETAIN-FROM-INTEGER =
					WS-LATEST-INTEGER - WS-RETENTION-DAYS + 1
			END-IF
			PERFORM 3100-CHECK-UNFINISHED-RUN
			PERFORM 3200-RETAIN-HISTORY-RECORD
			PERFORM 3300-LOCATE-NIGHT
			IF OPSTM-EVENT-START
				SET RUN-START-PENDING TO TRUE
				MOVE OPSTM-BUSINESS-DATE TO WS-PEND-BUSINESS-DATE
				MOVE OPSTM-STEP TO WS-PEND-STEP
				MOVE OPSTM-START-TIMESTAMP TO WS-PEND-START-TIMESTAMP
				MOVE WS-NGT-SLOT TO WS-PEND-NIGHT-SLOT
			END-IF
			IF WS-NGT-SLOT > ZERO
				PERFORM 3400-ACCUMULATE-RUN
			END-IF
		END-IF
	END-IF.

3100-CHECK-UNFINISHED-RUN.
	IF RUN-START-PENDING
		IF OPSTM-EVENT-END
		   AND OPSTM-BUSINESS-DATE = WS-PEND-BUSINESS-DATE
		   AND OPSTM-STEP = WS-PEND-STEP
		   AND OPSTM-START-TIMESTAMP = WS-PEND-START-TIMESTAMP
			CONTINUE
		ELSE
			PERFORM 3110-NOTE-UNFINISHED-RUN
		END-IF
		MOVE "N" TO WS-PENDING-SWITCH
	END-IF.

3110-NOTE-UNFINISHED-RUN.
	ADD 1 TO WS-UNFINISHED-COUNT
	IF WS-PEND-NIGHT-SLOT > ZERO
		ADD 1 TO WS-NGT-UNFINISHED(WS-PEND-NIGHT-SLOT)
	END-IF
	DISPLAY "OPSLARPT - RUN NEVER ENDED: STEP " WS-PEND-STEP
		" BUSINESS DATE " WS-PEND-BUSINESS-DATE
		" STARTED " WS-PEND-START-TIMESTAMP.

3200-RETAIN-HISTORY-RECORD.
	IF WS-RECORD-INTEGER NOT < WS-RETAIN-FROM-INTEGER
		WRITE HISTORY-OUT-RECORD FROM TIMING-HISTORY-RECORD
		ADD 1 TO WS-RECORDS-RETAINED
	ELSE
		ADD 1 TO WS-RECORDS-PURGED
	END-IF.

*>  NIGHTS ARE TAKEN NEWEST FIRST UNTIL THE TREND WINDOW IS FULL;
*>  OLDER NIGHTS ARE ONLY CARRIED FORWARD AS RETAINED HISTORY.
3300-LOCATE-NIGHT.
	IF OPSTM-BUSINESS-DATE NOT = WS-CURRENT-NIGHT-DATE
		MOVE OPSTM-BUSINESS-DATE TO WS-CURRENT-NIGHT-DATE
		IF WS-NGT-COUNT < WS-TREND-NIGHTS
			ADD 1 TO WS-NGT-COUNT
			INITIALIZE WS-NGT-ENTRY(WS-NGT-COUNT)
			MOVE OPSTM-BUSINESS-DATE TO WS-NGT-DATE(WS-NGT-COUNT)
			MOVE WS-RECORD-INTEGER TO WS-NGT-DAY-INTEGER(WS-NGT-COUNT)
			COMPUTE WS-NGT-DEADLINE(WS-NGT-COUNT) =
				(WS-RECORD-INTEGER + WS-DEADLINE-DAYS) * 86400
				+ WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
			MOVE WS-NGT-COUNT TO WS-CURRENT-NIGHT-SLOT
		ELSE
			MOVE ZERO TO WS-CURRENT-NIGHT-SLOT
		END-IF
	END-IF
	MOVE WS-CURRENT-NIGHT-SLOT TO WS-NGT-SLOT.

*>  A START OPENS THE NIGHT'S WINDOW; ONLY AN END CARRIES AN ELAPSED
*>  TIME AND COUNTS, SO ONLY ENDS FEED THE STEP TABLE.
3400-ACCUMULATE-RUN.
	MOVE OPSTM-START-DATE TO WS-CNV-DATE
	MOVE OPSTM-START-TIME TO WS-CNV-TIME
	PERFORM 8000-STAMP-TO-SECONDS
	MOVE WS-CNV-SECONDS TO WS-RUN-START-SECONDS
	IF WS-NGT-FIRST-START(WS-NGT-SLOT) = ZERO
	   OR WS-RUN-START-SECONDS < WS-NGT-FIRST-START(WS-NGT-SLOT)
		MOVE WS-RUN-START-SECONDS TO WS-NGT-FIRST-START(WS-NGT-SLOT)
	END-IF
	IF OPSTM-RUN-RESTART
		SET NGT-HAD-RERUN(WS-NGT-SLOT) TO TRUE
	END-IF
	IF OPSTM-EVENT-END
		MOVE OPSTM-END-DATE TO WS-CNV-DATE
		MOVE OPSTM-END-TIME TO WS-CNV-TIME
		PERFORM 8000-STAMP-TO-SECONDS
		MOVE WS-CNV-SECONDS TO WS-RUN-END-SECONDS
		IF WS-RUN-END-SECONDS > WS-NGT-LAST-END(WS-NGT-SLOT)
			MOVE WS-RUN-END-SECONDS TO WS-NGT-LAST-END(WS-NGT-SLOT)
		END-IF
		COMPUTE WS-RUN-ELAPSED =
			WS-RUN-END-SECONDS - WS-RUN-START-SECONDS
		IF WS-RUN-ELAPSED < ZERO
			MOVE ZERO TO WS-RUN-ELAPSED
		END-IF
		ADD 1 TO WS-NGT-STEPS-ENDED(WS-NGT-SLOT)
		IF OPSTM-PROGRAM-ID = WS-VOLUME-PROGRAM-ID
		   AND OPSTM-RECORDS-WRITTEN > WS-NGT-VOLUME(WS-NGT-SLOT)
			MOVE OPSTM-RECORDS-WRITTEN TO WS-NGT-VOLUME(WS-NGT-SLOT)
		END-IF
		PERFORM 3500-LOCATE-STEP
		ADD 1 TO WS-SNE-RUNS(WS-STP-SLOT, WS-NGT-SLOT)
		ADD WS-RUN-ELAPSED TO WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-SLOT)
		ADD OPSTM-RECORDS-READ TO WS-SNE-READ(WS-STP-SLOT, WS-NGT-SLOT)
	END-IF.

3500-LOCATE-STEP.
	MOVE ZERO TO WS-STP-SLOT
	PERFORM VARYING WS-STP-IDX FROM 1 BY 1
			UNTIL WS-STP-IDX > WS-STP-COUNT OR WS-STP-SLOT > ZERO
		IF WS-STP-STEP(WS-STP-IDX) = OPSTM-STEP
			MOVE WS-STP-IDX TO WS-STP-SLOT
		END-IF
	END-PERFORM
	IF WS-STP-SLOT = ZERO
		IF WS-STP-COUNT < WS-STP-MAX-ENTRIES
			ADD 1 TO WS-STP-COUNT
			INITIALIZE WS-STP-ENTRY(WS-STP-COUNT)
			MOVE OPSTM-STEP TO WS-STP-STEP(WS-STP-COUNT)
			MOVE WS-STP-COUNT TO WS-STP-SLOT
		ELSE
			DISPLAY "WARNING - MORE THAN " WS-STP-MAX-ENTRIES
				" STEPS, STEP " OPSTM-STEP " FOLDED INTO LAST SLOT"
			MOVE WS-STP-MAX-ENTRIES TO WS-STP-SLOT
		END-IF
	END-IF.

5000-WRITE-STEP-SECTION.
	MOVE "STEP ELAPSED AND THROUGHPUT (ELAP%/RATE%: LATEST 7 NIGHTS VS PRIOR 7)"
		TO WS-SECTION-TITLE
	MOVE WS-STEP-HEADING TO WS-COLUMN-HEADING
	PERFORM 1100-WRITE-PAGE-HEADERS
	IF WS-STP-COUNT = ZERO
		MOVE "NO COMPLETED STEP RUNS IN THE TREND WINDOW"
			TO SLA-REPORT-LINE
		WRITE SLA-REPORT-LINE
	END-IF
	PERFORM VARYING WS-STP-SLOT FROM 1 BY 1
			UNTIL WS-STP-SLOT > WS-STP-COUNT
		PERFORM 5100-SUMMARIZE-STEP
		PERFORM 5200-WRITE-STEP-DETAIL
	END-PERFORM.

5100-SUMMARIZE-STEP.
	INITIALIZE WS-STEP-STATISTICS
	PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
			UNTIL WS-NGT-IDX > WS-NGT-COUNT
		IF WS-SNE-RUNS(WS-STP-SLOT, WS-NGT-IDX) > ZERO
			ADD 1 TO WS-STS-NIGHTS
			ADD WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-IDX)
				TO WS-STS-TOTAL-ELAPSED
			ADD WS-SNE-READ(WS-STP-SLOT, WS-NGT-IDX)
				TO WS-STS-TOTAL-READ
			IF WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-IDX)
					> WS-STS-MAX-ELAPSED
				MOVE WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-IDX)
					TO WS-STS-MAX-ELAPSED
			END-IF
			IF WS-STS-NIGHTS = 1
				MOVE WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-IDX)
					TO WS-STS-LAST-ELAPSED
			END-IF
			IF WS-NGT-IDX NOT > WS-WEEK-NIGHTS
				ADD 1 TO WS-STS-WK1-NIGHTS
				ADD WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-IDX)
					TO WS-STS-WK1-ELAPSED
				ADD WS-SNE-READ(WS-STP-SLOT, WS-NGT-IDX)
					TO WS-STS-WK1-READ
			ELSE
				IF WS-NGT-IDX NOT > WS-WEEK-NIGHTS * 2
					ADD 1 TO WS-STS-WK2-NIGHTS
					ADD WS-SNE-ELAPSED(WS-STP-SLOT, WS-NGT-IDX)
						TO WS-STS-WK2-ELAPSED
					ADD WS-SNE-READ(WS-STP-SLOT, WS-NGT-IDX)
						TO WS-STS-WK2-READ
				END-IF
			END-IF
		END-IF
	END-PERFORM.

*>  THROUGHPUT IS RECORDS READ PER MINUTE OF ELAPSED TIME; A RUN
*>  TOO QUICK TO REGISTER A SECOND IS TAKEN AS ONE SECOND. A WEEK
*>  CHANGE NEEDS RUNS IN BOTH WEEKS, OTHERWISE IT SHOWS N/A.
5200-WRITE-STEP-DETAIL.
	IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	MOVE WS-STP-STEP(WS-STP-SLOT) TO WS-STL-STEP
	MOVE WS-STS-NIGHTS TO WS-STL-NIGHTS
	IF WS-STS-NIGHTS > ZERO
		COMPUTE WS-AVG-ELAPSED ROUNDED =
			WS-STS-TOTAL-ELAPSED / WS-STS-NIGHTS
	ELSE
		MOVE ZERO TO WS-AVG-ELAPSED
	END-IF
	MOVE WS-AVG-ELAPSED TO WS-FMT-SECONDS
	PERFORM 8100-FORMAT-ELAPSED
	MOVE WS-ELAPSED-DISPLAY TO WS-STL-AVERAGE
	MOVE WS-STS-MAX-ELAPSED TO WS-FMT-SECONDS
	PERFORM 8100-FORMAT-ELAPSED
	MOVE WS-ELAPSED-DISPLAY TO WS-STL-MAXIMUM
	MOVE WS-STS-LAST-ELAPSED TO WS-FMT-SECONDS
	PERFORM 8100-FORMAT-ELAPSED
	MOVE WS-ELAPSED-DISPLAY TO WS-STL-LATEST
	IF WS-STS-TOTAL-ELAPSED > ZERO
		COMPUTE WS-RATE-PER-MIN ROUNDED =
			WS-STS-TOTAL-READ * 60 / WS-STS-TOTAL-ELAPSED
			ON SIZE ERROR MOVE 999999999 TO WS-RATE-PER-MIN
		END-COMPUTE
	ELSE
		COMPUTE WS-RATE-PER-MIN = WS-STS-TOTAL-READ * 60
			ON SIZE ERROR MOVE 999999999 TO WS-RATE-PER-MIN
		END-COMPUTE
	END-IF
	MOVE WS-RATE-PER-MIN TO WS-STL-RATE
	MOVE "  N/A" TO WS-STL-ELAP-CHG
	MOVE "  N/A" TO WS-STL-RATE-CHG
	IF WS-STS-WK1-NIGHTS > ZERO AND WS-STS-WK2-NIGHTS > ZERO
		COMPUTE WS-WK1-AVERAGE ROUNDED =
			WS-STS-WK1-ELAPSED / WS-STS-WK1-NIGHTS
		COMPUTE WS-WK2-AVERAGE ROUNDED =
			WS-STS-WK2-ELAPSED / WS-STS-WK2-NIGHTS
		IF WS-WK2-AVERAGE > ZERO
			COMPUTE WS-PCT-CHANGE ROUNDED =
				(WS-WK1-AVERAGE - WS-WK2-AVERAGE) * 100 / WS-WK2-AVERAGE
			PERFORM 5300-EDIT-PCT-CHANGE
			MOVE WS-PCT-EDIT TO WS-STL-ELAP-CHG
		END-IF
		IF WS-STS-WK1-ELAPSED > ZERO AND WS-STS-WK2-ELAPSED > ZERO
			COMPUTE WS-WK1-RATE ROUNDED =
				WS-STS-WK1-READ * 60 / WS-STS-WK1-ELAPSED
			COMPUTE WS-WK2-RATE ROUNDED =
				WS-STS-WK2-READ * 60 / WS-STS-WK2-ELAPSED
			IF WS-WK2-RATE > ZERO
				COMPUTE WS-PCT-CHANGE ROUNDED =
					(WS-WK1-RATE - WS-WK2-RATE) * 100 / WS-WK2-RATE
				PERFORM 5300-EDIT-PCT-CHANGE
				MOVE WS-PCT-EDIT TO WS-STL-RATE-CHG
			END-IF
		END-IF
	END-IF
	WRITE SLA-REPORT-LINE FROM WS-STEP-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

5300-EDIT-PCT-CHANGE.
	IF WS-PCT-CHANGE > 9999
		MOVE 9999 TO WS-PCT-CHANGE
	END-IF
	IF WS-PCT-CHANGE < -9999
		MOVE -9999 TO WS-PCT-CHANGE
	END-IF
	MOVE WS-PCT-CHANGE TO WS-PCT-EDIT.

6000-WRITE-NIGHT-SECTION.
	MOVE "CRITICAL PATH BY BUSINESS DATE AGAINST THE WINDOW DEADLINE"
		TO WS-SECTION-TITLE
	MOVE WS-NIGHT-HEADING TO WS-COLUMN-HEADING
	PERFORM 1100-WRITE-PAGE-HEADERS
	IF WS-NGT-COUNT = ZERO
		MOVE "NO STEP TIMING RECORDS IN THE RETAINED HISTORY"
			TO SLA-REPORT-LINE
		WRITE SLA-REPORT-LINE
		DISPLAY "WARNING - NO STEP TIMING RECORDS IN THE RETAINED "
			"HISTORY"
		SET SLA-WARNING-RAISED TO TRUE
	END-IF
	PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
			UNTIL WS-NGT-IDX > WS-NGT-COUNT
		PERFORM 6100-WRITE-NIGHT-DETAIL
	END-PERFORM
	MOVE SPACES TO SLA-REPORT-LINE
	WRITE SLA-REPORT-LINE
	MOVE "TIMES ARE HH:MM+DAYS AFTER BUSINESS DATE; SLACK IS MINUTES TO DEADLINE"
		TO SLA-REPORT-LINE
	WRITE SLA-REPORT-LINE
	MOVE "FLG: R = RERUN NIGHT, U = A STEP NEVER ENDED, L = PAST THE DEADLINE"
		TO SLA-REPORT-LINE
	WRITE SLA-REPORT-LINE.

*>  A NIGHT WITH NO END RECORD AT ALL HAS NO CRITICAL-PATH END TO
*>  MEASURE. A CLEAN NIGHT - NO RERUN, NO STEP LEFT UNFINISHED AND
*>  AN INTAKE VOLUME - GOES INTO THE PROJECTION SUMS.
6100-WRITE-NIGHT-DETAIL.
	IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	MOVE WS-NGT-DATE(WS-NGT-IDX) TO WS-NDL-DATE
	MOVE WS-NGT-STEPS-ENDED(WS-NGT-IDX) TO WS-NDL-STEPS
	MOVE WS-NGT-VOLUME(WS-NGT-IDX) TO WS-NDL-VOLUME
	MOVE WS-NGT-DAY-INTEGER(WS-NGT-IDX) TO WS-CLK-BASE-INTEGER
	MOVE WS-NGT-FIRST-START(WS-NGT-IDX) TO WS-CLK-SECONDS
	PERFORM 8200-FORMAT-CLOCK
	MOVE WS-CLOCK-DISPLAY TO WS-NDL-STARTED
	MOVE SPACES TO WS-NDL-ENDED
	MOVE SPACES TO WS-NDL-ELAPSED
	MOVE SPACES TO WS-NDL-SLACK
	MOVE SPACES TO WS-NDL-FLAG-RERUN
	MOVE SPACES TO WS-NDL-FLAG-UNFINISHED
	MOVE SPACES TO WS-NDL-FLAG-LATE
	IF NGT-HAD-RERUN(WS-NGT-IDX)
		MOVE "R" TO WS-NDL-FLAG-RERUN
	END-IF
	IF WS-NGT-UNFINISHED(WS-NGT-IDX) > ZERO
		MOVE "U" TO WS-NDL-FLAG-UNFINISHED
	END-IF
	IF WS-NGT-LAST-END(WS-NGT-IDX) > ZERO
		MOVE WS-NGT-LAST-END(WS-NGT-IDX) TO WS-CLK-SECONDS
		PERFORM 8200-FORMAT-CLOCK
		MOVE WS-CLOCK-DISPLAY TO WS-NDL-ENDED
		COMPUTE WS-FMT-SECONDS = WS-NGT-LAST-END(WS-NGT-IDX)
			- WS-NGT-FIRST-START(WS-NGT-IDX)
		PERFORM 8100-FORMAT-ELAPSED
		MOVE WS-ELAPSED-DISPLAY TO WS-NDL-ELAPSED
		COMPUTE WS-SLACK-SECONDS = WS-NGT-DEADLINE(WS-NGT-IDX)
			- WS-NGT-LAST-END(WS-NGT-IDX)
		COMPUTE WS-SLACK-MINUTES = WS-SLACK-SECONDS / 60
		MOVE WS-SLACK-MINUTES TO WS-SLACK-EDIT
		MOVE WS-SLACK-EDIT TO WS-NDL-SLACK
		PERFORM 6200-ACCUMULATE-SLACK
		IF NOT NGT-HAD-RERUN(WS-NGT-IDX)
		   AND WS-NGT-UNFINISHED(WS-NGT-IDX) = ZERO
		   AND WS-NGT-VOLUME(WS-NGT-IDX) > ZERO
			SET NGT-IN-TREND(WS-NGT-IDX) TO TRUE
			PERFORM 6300-ACCUMULATE-TREND-POINT
		END-IF
	END-IF
	WRITE SLA-REPORT-LINE FROM WS-NIGHT-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

6200-ACCUMULATE-SLACK.
	ADD 1 TO WS-NIGHTS-ENDED
	ADD WS-SLACK-MINUTES TO WS-TOTAL-SLACK
	IF WS-NIGHTS-ENDED = 1
		MOVE WS-SLACK-MINUTES TO WS-LATEST-SLACK
		MOVE WS-SLACK-MINUTES TO WS-MINIMUM-SLACK
	END-IF
	IF WS-SLACK-MINUTES < WS-MINIMUM-SLACK
		MOVE WS-SLACK-MINUTES TO WS-MINIMUM-SLACK
	END-IF
	IF WS-SLACK-SECONDS < ZERO
		MOVE "L" TO WS-NDL-FLAG-LATE
		ADD 1 TO WS-LATE-NIGHTS
		IF WS-NGT-IDX NOT > WS-WEEK-NIGHTS
			ADD 1 TO WS-LATE-LATEST-WEEK
		END-IF
	END-IF.

6300-ACCUMULATE-TREND-POINT.
	ADD 1 TO WS-TREND-POINTS
	PERFORM 7200-LOAD-TREND-POINT
	ADD WS-PT-X TO WS-SUM-X
	ADD WS-PT-Y TO WS-SUM-Y
	ADD WS-PT-T TO WS-SUM-T
	COMPUTE WS-PT-W = WS-NGT-DEADLINE(WS-NGT-IDX)
		- WS-NGT-FIRST-START(WS-NGT-IDX)
	ADD WS-PT-W TO WS-SUM-W.

*>  THE STREAM REACHES THE DEADLINE WHEN ITS CRITICAL-PATH ELAPSED
*>  TIME, A + B * VOLUME, FILLS THE AVERAGE WINDOW FROM STREAM START
*>  TO DEADLINE. THAT FIXES THE DEADLINE VOLUME; THE VOLUME TREND,
*>  C + D * DAYS, SAYS WHEN IT WILL BE REACHED. NO DATE IS GIVEN
*>  WHEN EITHER SLOPE IS FLAT OR FALLING, OR IT IS YEARS AWAY.
7000-PROJECT-DEADLINE-BREACH.
	IF WS-TREND-POINTS < WS-MIN-TREND-POINTS
		SET PROJ-INSUFFICIENT TO TRUE
	ELSE
		COMPUTE WS-MEAN-X ROUNDED = WS-SUM-X / WS-TREND-POINTS
		COMPUTE WS-MEAN-Y ROUNDED = WS-SUM-Y / WS-TREND-POINTS
		COMPUTE WS-MEAN-T ROUNDED = WS-SUM-T / WS-TREND-POINTS
		COMPUTE WS-MEAN-W ROUNDED = WS-SUM-W / WS-TREND-POINTS
		PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
				UNTIL WS-NGT-IDX > WS-NGT-COUNT
			IF NGT-IN-TREND(WS-NGT-IDX)
				PERFORM 7100-ACCUMULATE-DEVIATIONS
			END-IF
		END-PERFORM
		IF WS-SXX = ZERO OR WS-STT = ZERO
			SET PROJ-NO-VARIATION TO TRUE
		ELSE
			COMPUTE WS-SLOPE-B ROUNDED = WS-SXY / WS-SXX
			COMPUTE WS-INTERCEPT-A ROUNDED =
				WS-MEAN-Y - WS-SLOPE-B * WS-MEAN-X
			COMPUTE WS-SLOPE-D ROUNDED = WS-STX / WS-STT
			COMPUTE WS-INTERCEPT-C ROUNDED =
				WS-MEAN-X - WS-SLOPE-D * WS-MEAN-T
			PERFORM 7300-PROJECT-BREACH-DATE
		END-IF
	END-IF
	IF PROJ-ALREADY-REACHED
		DISPLAY "WARNING - STREAM IS AT THE DEADLINE ON THE CURRENT "
			"VOLUME TREND"
		SET SLA-WARNING-RAISED TO TRUE
	END-IF
	IF PROJ-BREACH-DATED AND WS-BREACH-DAYS NOT > WS-HORIZON-DAYS
		DISPLAY "WARNING - DEADLINE BREACH PROJECTED FOR BUSINESS DATE "
			WS-BREACH-DATE ", " WS-BREACH-DAYS " DAYS AWAY"
		SET SLA-WARNING-RAISED TO TRUE
	END-IF
	IF WS-LATE-LATEST-WEEK > ZERO
		DISPLAY "WARNING - " WS-LATE-LATEST-WEEK " NIGHT(S) IN THE "
			"LATEST WEEK ENDED PAST THE DEADLINE"
		SET SLA-WARNING-RAISED TO TRUE
	END-IF.

7100-ACCUMULATE-DEVIATIONS.
	PERFORM 7200-LOAD-TREND-POINT
	COMPUTE WS-SXX = WS-SXX
		+ (WS-PT-X - WS-MEAN-X) * (WS-PT-X - WS-MEAN-X)
	COMPUTE WS-SXY = WS-SXY
		+ (WS-PT-X - WS-MEAN-X) * (WS-PT-Y - WS-MEAN-Y)
	COMPUTE WS-STT = WS-STT
		+ (WS-PT-T - WS-MEAN-T) * (WS-PT-T - WS-MEAN-T)
	COMPUTE WS-STX = WS-STX
		+ (WS-PT-T - WS-MEAN-T) * (WS-PT-X - WS-MEAN-X).

7200-LOAD-TREND-POINT.
	COMPUTE WS-PT-X = WS-NGT-VOLUME(WS-NGT-IDX) / 1000
	COMPUTE WS-PT-Y = WS-NGT-LAST-END(WS-NGT-IDX)
		- WS-NGT-FIRST-START(WS-NGT-IDX)
	COMPUTE WS-PT-T = WS-NGT-DAY-INTEGER(WS-NGT-IDX)
		- WS-LATEST-INTEGER.

7300-PROJECT-BREACH-DATE.
	IF WS-SLOPE-B NOT > ZERO
		SET PROJ-NOT-VOLUME-DRIVEN TO TRUE
	ELSE
		COMPUTE WS-BREACH-X ROUNDED =
			(WS-MEAN-W - WS-INTERCEPT-A) / WS-SLOPE-B
			ON SIZE ERROR SET PROJ-BEYOND-LIMIT TO TRUE
		END-COMPUTE
		IF NOT PROJ-BEYOND-LIMIT
			EVALUATE TRUE
				WHEN WS-BREACH-X NOT > WS-INTERCEPT-C
					SET PROJ-ALREADY-REACHED TO TRUE
					MOVE ZERO TO WS-BREACH-DAYS
					MOVE WS-LATEST-DATE TO WS-BREACH-DATE
				WHEN WS-SLOPE-D NOT > ZERO
					SET PROJ-NOT-GROWING TO TRUE
				WHEN OTHER
					COMPUTE WS-BREACH-T ROUNDED =
						(WS-BREACH-X - WS-INTERCEPT-C) / WS-SLOPE-D
						ON SIZE ERROR SET PROJ-BEYOND-LIMIT TO TRUE
					END-COMPUTE
					IF NOT PROJ-BEYOND-LIMIT
					   AND WS-BREACH-T > WS-MAX-PROJECT-DAYS
						SET PROJ-BEYOND-LIMIT TO TRUE
					END-IF
					IF NOT PROJ-BEYOND-LIMIT
						SET PROJ-BREACH-DATED TO TRUE
						COMPUTE WS-BREACH-DAYS = WS-BREACH-T + 0.999
						COMPUTE WS-BREACH-DATE = FUNCTION DATE-OF-INTEGER
							(WS-LATEST-INTEGER + WS-BREACH-DAYS)
					END-IF
			END-EVALUATE
		END-IF
	END-IF.

7500-WRITE-PROJECTION-SECTION.
	MOVE "DEADLINE FORECAST" TO WS-SECTION-TITLE
	MOVE SPACES TO WS-COLUMN-HEADING
	PERFORM 1100-WRITE-PAGE-HEADERS
	MOVE WS-DEADLINE-HH TO WS-DLD-HH
	MOVE WS-DEADLINE-MM TO WS-DLD-MM
	MOVE WS-DEADLINE-DAYS TO WS-DLD-DAYS
	MOVE "WINDOW DEADLINE" TO WS-TXT-LABEL
	MOVE WS-DEADLINE-DISPLAY TO WS-TXT-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-TEXT-LINE
	MOVE "NIGHTS IN TREND WINDOW" TO WS-SUM-LABEL
	MOVE WS-NGT-COUNT TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "NIGHTS ENDED PAST DEADLINE" TO WS-SUM-LABEL
	MOVE WS-LATE-NIGHTS TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "  OF WHICH IN THE LATEST WEEK" TO WS-SUM-LABEL
	MOVE WS-LATE-LATEST-WEEK TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	IF WS-NIGHTS-ENDED > ZERO
		MOVE "LATEST SLACK (MINUTES)" TO WS-SUM-LABEL
		MOVE WS-LATEST-SLACK TO WS-SUM-VALUE
		WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
		MOVE "MINIMUM SLACK (MINUTES)" TO WS-SUM-LABEL
		MOVE WS-MINIMUM-SLACK TO WS-SUM-VALUE
		WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
		MOVE "AVERAGE SLACK (MINUTES)" TO WS-SUM-LABEL
		COMPUTE WS-SLACK-MINUTES ROUNDED =
			WS-TOTAL-SLACK / WS-NIGHTS-ENDED
		MOVE WS-SLACK-MINUTES TO WS-SUM-VALUE
		WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	END-IF
	MOVE SPACES TO SLA-REPORT-LINE
	WRITE SLA-REPORT-LINE
	MOVE "CLEAN NIGHTS IN PROJECTION" TO WS-SUM-LABEL
	MOVE WS-TREND-POINTS TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	IF NOT PROJ-INSUFFICIENT AND NOT PROJ-NO-VARIATION
		PERFORM 7600-WRITE-TREND-FIGURES
	END-IF
	MOVE "PROJECTED DEADLINE BREACH" TO WS-TXT-LABEL
	EVALUATE TRUE
		WHEN PROJ-INSUFFICIENT
			MOVE "NOT PROJECTED - TOO FEW CLEAN NIGHTS"
				TO WS-TXT-VALUE
		WHEN PROJ-NO-VARIATION
			MOVE "NOT PROJECTED - NO VOLUME VARIATION"
				TO WS-TXT-VALUE
		WHEN PROJ-NOT-VOLUME-DRIVEN
			MOVE "NONE - ELAPSED NOT RISING WITH VOLUME"
				TO WS-TXT-VALUE
		WHEN PROJ-NOT-GROWING
			MOVE "NONE - VOLUME FLAT OR FALLING" TO WS-TXT-VALUE
		WHEN PROJ-BEYOND-LIMIT
			MOVE "NONE WITHIN 3650 DAYS" TO WS-TXT-VALUE
		WHEN PROJ-ALREADY-REACHED
			MOVE "REACHED - CURRENT VOLUME FILLS THE WINDOW"
				TO WS-TXT-VALUE
		WHEN OTHER
			MOVE SPACES TO WS-TXT-VALUE
			MOVE WS-BREACH-DATE TO WS-TXT-VALUE(1:8)
	END-EVALUATE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-TEXT-LINE
	IF PROJ-BREACH-DATED
		MOVE "DAYS TO PROJECTED BREACH" TO WS-SUM-LABEL
		MOVE WS-BREACH-DAYS TO WS-SUM-VALUE
		WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	END-IF
	MOVE "WARNING HORIZON (DAYS)" TO WS-SUM-LABEL
	MOVE WS-HORIZON-DAYS TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	PERFORM 7700-WRITE-HISTORY-COUNTS.

*>  VOLUMES ARE BACK IN RECORDS HERE; THE FIT WORKS IN THOUSANDS.
7600-WRITE-TREND-FIGURES.
	MOVE "AVERAGE WINDOW START TO DEADLINE" TO WS-TXT-LABEL
	COMPUTE WS-FMT-SECONDS ROUNDED = WS-MEAN-W
	PERFORM 8100-FORMAT-ELAPSED
	MOVE WS-ELAPSED-DISPLAY TO WS-TXT-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-TEXT-LINE
	MOVE "FIXED ELAPSED (SECONDS)" TO WS-SUM-LABEL
	COMPUTE WS-SUM-VALUE ROUNDED = WS-INTERCEPT-A
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "SECONDS PER 1,000 RECORDS" TO WS-SUM-LABEL
	COMPUTE WS-SUM-VALUE ROUNDED = WS-SLOPE-B
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "TREND VOLUME, LATEST NIGHT" TO WS-SUM-LABEL
	COMPUTE WS-SUM-VALUE ROUNDED = WS-INTERCEPT-C * 1000
		ON SIZE ERROR MOVE ZERO TO WS-SUM-VALUE
	END-COMPUTE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "VOLUME GROWTH PER DAY (RECORDS)" TO WS-SUM-LABEL
	COMPUTE WS-SUM-VALUE ROUNDED = WS-SLOPE-D * 1000
		ON SIZE ERROR MOVE ZERO TO WS-SUM-VALUE
	END-COMPUTE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	IF WS-SLOPE-B > ZERO AND NOT PROJ-BEYOND-LIMIT
		MOVE "VOLUME THAT REACHES THE DEADLINE" TO WS-SUM-LABEL
		COMPUTE WS-SUM-VALUE ROUNDED = WS-BREACH-X * 1000
			ON SIZE ERROR MOVE ZERO TO WS-SUM-VALUE
		END-COMPUTE
		WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	END-IF.

7700-WRITE-HISTORY-COUNTS.
	MOVE SPACES TO SLA-REPORT-LINE
	WRITE SLA-REPORT-LINE
	MOVE "TIMING RECORDS READ" TO WS-SUM-LABEL
	MOVE WS-RECORDS-READ TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RETAINED FOR NEXT WEEK" TO WS-SUM-LABEL
	MOVE WS-RECORDS-RETAINED TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "PAST RETENTION, DROPPED" TO WS-SUM-LABEL
	MOVE WS-RECORDS-PURGED TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "DUPLICATES DROPPED" TO WS-SUM-LABEL
	MOVE WS-DUPLICATE-COUNT TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "UNUSABLE, DROPPED" TO WS-SUM-LABEL
	MOVE WS-UNUSABLE-COUNT TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RUNS THAT NEVER ENDED" TO WS-SUM-LABEL
	MOVE WS-UNFINISHED-COUNT TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RETENTION DAYS" TO WS-SUM-LABEL
	MOVE WS-RETENTION-DAYS TO WS-SUM-VALUE
	WRITE SLA-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE.

8000-STAMP-TO-SECONDS.
	COMPUTE WS-CNV-SECONDS =
		FUNCTION INTEGER-OF-DATE(WS-CNV-DATE) * 86400
		+ WS-CNV-HH * 3600 + WS-CNV-MM * 60 + WS-CNV-SS.

8100-FORMAT-ELAPSED.
	DIVIDE WS-FMT-SECONDS BY 3600
		GIVING WS-FMT-HOURS REMAINDER WS-FMT-REST
	DIVIDE WS-FMT-REST BY 60
		GIVING WS-ELD-MM REMAINDER WS-ELD-SS
	IF WS-FMT-HOURS > 99
		MOVE 99 TO WS-ELD-HH
	ELSE
		MOVE WS-FMT-HOURS TO WS-ELD-HH
	END-IF.

8200-FORMAT-CLOCK.
	DIVIDE WS-CLK-SECONDS BY 86400
		GIVING WS-CLK-DAY-INTEGER REMAINDER WS-CLK-REST
	COMPUTE WS-CLK-OFFSET = WS-CLK-DAY-INTEGER - WS-CLK-BASE-INTEGER
	IF WS-CLK-OFFSET < ZERO
		MOVE ZERO TO WS-CLK-OFFSET
	END-IF
	IF WS-CLK-OFFSET > 9
		MOVE 9 TO WS-CLK-OFFSET
	END-IF
	MOVE WS-CLK-OFFSET TO WS-CLD-DAYS
	DIVIDE WS-CLK-REST BY 60 GIVING WS-CLK-MINUTES
	DIVIDE WS-CLK-MINUTES BY 60
		GIVING WS-CLD-HH REMAINDER WS-CLD-MM.

9000-TERMINATE.
	CLOSE TIMING-HISTORY-FILE
	CLOSE HISTORY-OUT-FILE
	CLOSE SLA-REPORT-FILE
	IF SLA-WARNING-RAISED
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
