*> reconciliation report, the aging report, and STEP030's routing.
*> This program reads the status data the stream already produces -
*> the run-control records, IFELSE's OPQGATE gate-status record,
*> OPRECON's OPRECSTA result record, OPANOMLY's OPANMSTA volume and
*> band-mix anomaly records, OPINTAKE's OPSNDSTA sender states, and
*> the day's exception generation - and prints one
*> operations status page per business date, plus one OPRUNSUM
*> fixed-layout run-summary record per date for the enterprise
*> scheduler and the morning shift-handover tooling. Every input is
	SELECT RECON-STATUS-IN-FILE ASSIGN TO OPRECSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RECON-IN-STATUS.
	SELECT ANOMALY-STATUS-IN-FILE ASSIGN TO OPANMSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ANOMALY-IN-STATUS.
	SELECT SENDER-STATUS-IN-FILE ASSIGN TO OPSNDSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SENDER-IN-STATUS.
	SELECT RUN-SUMMARY-FILE ASSIGN TO OPNSSUM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SUMMARY-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-IN-FILE
	RECORDING MODE IS F.
01  RECON-STATUS-IN-RECORD.
	COPY OPRECSTA.
FD  ANOMALY-STATUS-IN-FILE
	RECORDING MODE IS F.
01  ANOMALY-STATUS-IN-RECORD.
	COPY OPANMSTA.
FD  SENDER-STATUS-IN-FILE
	RECORDING MODE IS F.
01  SENDER-STATUS-IN-RECORD.
	RECORDING MODE IS F.
01  RUN-SUMMARY-RECORD.
	COPY OPRUNSUM.
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-RUNCTL-IN-STATUS PIC XX.
	77 WS-GATE-IN-STATUS PIC XX.
	77 WS-RECON-IN-STATUS PIC XX.
	77 WS-ANOMALY-IN-STATUS PIC XX.
	77 WS-SENDER-IN-STATUS PIC XX.
	77 WS-EXCP-IN-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
			10  WS-DTE-NOT-NUMERIC       PIC 9(07) VALUE ZERO.
			10  WS-DTE-REJECTED          PIC 9(07) VALUE ZERO.
			10  WS-DTE-RECON-FLAG        PIC X(01) VALUE "U".
			10  WS-DTE-ANOMALY-FLAG      PIC X(01) VALUE "U".
			10  WS-DTE-ANOMALY-GRADE     PIC 9(02) VALUE ZERO.
			10  WS-DTE-ANOMALY-SOURCES   PIC 9(02) VALUE ZERO.

*>  THE SOURCES THE ANOMALY CHECK FLAGGED, LISTED UNDER THEIR DATE.
	77  WS-ANF-MAX-ENTRIES PIC 9(02) VALUE 20.
	77  WS-ANF-COUNT PIC 9(02) VALUE ZERO.
	77  WS-ANF-IDX PIC 9(02) VALUE ZERO.
	01  WS-ANOMALY-FLAG-TABLE.
		05  WS-ANF-ENTRY OCCURS 20 TIMES.
			10  WS-ANF-DATE              PIC 9(08) VALUE ZERO.
			10  WS-ANF-SOURCE            PIC X(04) VALUE SPACES.
			10  WS-ANF-RESULT            PIC X(08) VALUE SPACES.
			10  WS-ANF-GRADE             PIC 9(02) VALUE ZERO.
			10  WS-ANF-EXPECTED          PIC 9(07) VALUE ZERO.
			10  WS-ANF-ACTUAL            PIC 9(07) VALUE ZERO.
			10  WS-ANF-DEVIATION         PIC S9(04)V9 VALUE ZERO.
			10  WS-ANF-SHIFT             PIC 9(03)V9 VALUE ZERO.
			10  WS-ANF-LABEL             PIC X(12) VALUE SPACES.

	77  WS-SND-MAX-ENTRIES PIC 9(02) VALUE 8.
	77  WS-SND-COUNT PIC 9(02) VALUE ZERO.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).
*>  LATEST RUN-CONTROL DATE, FOR THE STEP TIMING LOG ONLY.
	77  WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(44) VALUE
		05  WS-RCL-TEXT      PIC X(24).
		05  FILLER           PIC X(38) VALUE SPACES.

	01  WS-ANOMALY-LINE.
		05  FILLER           PIC X(17) VALUE "  ANOMALY CHECK: ".
		05  WS-ANL-TEXT      PIC X(30).
		05  FILLER           PIC X(33) VALUE SPACES.

	01  WS-ANOMALY-DETAIL-LINE.
		05  FILLER           PIC X(04) VALUE SPACES.
		05  WS-ADL-SOURCE    PIC X(04).
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-ADL-RESULT    PIC X(08).
		05  FILLER           PIC X(06) VALUE "  EXP ".
		05  WS-ADL-EXPECTED  PIC Z,ZZZ,ZZ9.
		05  FILLER           PIC X(06) VALUE "  ACT ".
		05  WS-ADL-ACTUAL    PIC Z,ZZZ,ZZ9.
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-ADL-DEVIATION PIC -ZZZ9.9.
		05  FILLER           PIC X(06) VALUE " PCT  ".
		05  WS-ADL-LABEL     PIC X(12).
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-ADL-SHIFT     PIC ZZ9.9.
		05  FILLER           PIC X(01) VALUE SPACES.

	01  WS-SENDER-LINE.
		05  FILLER           PIC X(02) VALUE SPACES.
		05  WS-SNL-SOURCE    PIC X(04).
		05  WS-EXL-COUNT     PIC ZZZ,ZZ9.
		05  FILLER           PIC X(44) VALUE SPACES.

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE.
	77 WS-STEP-TIMING-STATUS PIC XX.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPNIGHTS".
	77  WS-STEP-PARTITION PIC X(02) VALUE SPACES.
	01  WS-STEP-START-STAMP.
		05  WS-STEP-START-DATE       PIC 9(08) VALUE ZERO.
		05  WS-STEP-START-TIME       PIC 9(06) VALUE ZERO.
	77  WS-STEP-RECORDS-READ PIC 9(09) VALUE ZERO.
	77  WS-STEP-RECORDS-WRITTEN PIC 9(09) VALUE ZERO.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 2000-LOAD-RUN-CONTROL
	PERFORM 1900-START-STEP-TIMING
	PERFORM 2100-LOAD-GATE-STATUS
	PERFORM 2200-LOAD-RECON-STATUS
	PERFORM 2250-LOAD-ANOMALY-STATUS
	PERFORM 2300-LOAD-SENDER-STATUS
	PERFORM 2400-COUNT-EXCEPTIONS
	PERFORM 7000-WRITE-STATUS-PAGE
		STOP RUN
	END-IF.

*>  STEP TIMING LOG FOR THE WEEKLY BATCH WINDOW REPORT (OPSLARPT).
*>  A START RECORD GOES TO OPSTPTIM ONCE THE BUSINESS DATE IS KNOWN
*>  AND AN END RECORD AT TERMINATION. THE LOG IS READ FIRST - AN
*>  EARLIER START FOR THIS STEP AND DATE MAKES THIS RUN A RERUN.
*>  TIMING NEVER STOPS THE STEP: NO LOG MEANS THE RUN IS NOT TIMED.
1900-START-STEP-TIMING.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-STEP-START-DATE
	MOVE WS-CURR-TIME-6 TO WS-STEP-START-TIME
	PERFORM 1910-CHECK-PRIOR-START
	OPEN EXTEND STEP-TIMING-FILE
	IF WS-STEP-TIMING-STATUS = "00"
		SET STEP-TIMING-LOG-OPEN TO TRUE
		PERFORM 1920-BUILD-TIMING-RECORD
		SET OPSTM-EVENT-START TO TRUE
		WRITE STEP-TIMING-RECORD FROM WS-STEP-TIMING-RECORD
	ELSE
		DISPLAY "WARNING - STEP TIMING LOG NOT AVAILABLE, STATUS = "
			WS-STEP-TIMING-STATUS ", RUN NOT TIMED"
	END-IF.

1910-CHECK-PRIOR-START.
	OPEN INPUT STEP-TIMING-FILE
	IF WS-STEP-TIMING-STATUS = "00"
		PERFORM UNTIL WS-STEP-TIMING-STATUS NOT = "00"
			READ STEP-TIMING-FILE INTO WS-STEP-TIMING-RECORD
				AT END MOVE "10" TO WS-STEP-TIMING-STATUS
			END-READ
			IF WS-STEP-TIMING-STATUS = "00"
			   AND OPSTM-EVENT-START
			   AND OPSTM-BUSINESS-DATE = WS-BUSINESS-DATE
			   AND OPSTM-PROGRAM-ID = WS-STEP-PROGRAM-ID
			   AND OPSTM-PARTITION = WS-STEP-PARTITION
				SET STEP-RUN-IS-RESTART TO TRUE
			END-IF
		END-PERFORM
		CLOSE STEP-TIMING-FILE
	END-IF
	IF STEP-RUN-IS-RESTART
		DISPLAY "OPNIGHTS - STEP ALREADY STARTED FOR BUSINESS DATE "
			WS-BUSINESS-DATE ", TIMED AS A RERUN"
	END-IF.

1920-BUILD-TIMING-RECORD.
	MOVE WS-BUSINESS-DATE TO OPSTM-BUSINESS-DATE
	MOVE WS-STEP-PROGRAM-ID TO OPSTM-PROGRAM-ID
	MOVE WS-STEP-PARTITION TO OPSTM-PARTITION
	MOVE WS-STEP-START-DATE TO OPSTM-START-DATE
	MOVE WS-STEP-START-TIME TO OPSTM-START-TIME
	MOVE ZERO TO OPSTM-END-DATE
	MOVE ZERO TO OPSTM-END-TIME
	MOVE ZERO TO OPSTM-RECORDS-READ
	MOVE ZERO TO OPSTM-RECORDS-WRITTEN
	IF STEP-RUN-IS-RESTART
		SET OPSTM-RUN-RESTART TO TRUE
	ELSE
		SET OPSTM-RUN-NORMAL TO TRUE
	END-IF.

*>  EVERY RECORD IS KEPT, LAST STATUS PER DATE WINS - THE DATASET
*>  HOLDS A STARTED AND A COMPLETED RECORD PER DATE FROM THE RUN.
2000-LOAD-RUN-CONTROL.
				AT END MOVE "10" TO WS-RUNCTL-IN-STATUS
			END-READ
			IF WS-RUNCTL-IN-STATUS = "00"
				ADD 1 TO WS-STEP-RECORDS-READ
				IF OPRCTL-BUSINESS-DATE > WS-BUSINESS-DATE
					MOVE OPRCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
				END-IF
				MOVE OPRCTL-BUSINESS-DATE TO WS-LOOKUP-DATE
				PERFORM 2500-LOCATE-DATE-SLOT
				IF WS-DTE-SLOT > ZERO
	ELSE
		DISPLAY "OPNIGHTS - RUN CONTROL FEED NOT AVAILABLE, "
			"STATUS = " WS-RUNCTL-IN-STATUS
	END-IF
	IF WS-BUSINESS-DATE = ZERO
		MOVE WS-CURR-DATE-8 TO WS-BUSINESS-DATE
	END-IF.

2100-LOAD-GATE-STATUS.
				AT END MOVE "10" TO WS-GATE-IN-STATUS
			END-READ
			IF WS-GATE-IN-STATUS = "00"
				ADD 1 TO WS-STEP-RECORDS-READ
				MOVE OPQG-BUSINESS-DATE TO WS-LOOKUP-DATE
				PERFORM 2500-LOCATE-DATE-SLOT
				IF WS-DTE-SLOT > ZERO
				AT END MOVE "10" TO WS-RECON-IN-STATUS
			END-READ
			IF WS-RECON-IN-STATUS = "00"
				ADD 1 TO WS-STEP-RECORDS-READ
				MOVE OPRST-BUSINESS-DATE TO WS-LOOKUP-DATE
				PERFORM 2500-LOCATE-DATE-SLOT
				IF WS-DTE-SLOT > ZERO
			"STATUS = " WS-RECON-IN-STATUS
	END-IF.

*>  ONE RECORD PER SOURCE JUDGED; THE DATE CARRIES THE WORST GRADE
*>  AND A COUNT OF THE SOURCES FLAGGED, AND THE FLAGGED ONES ARE
*>  KEPT FOR LISTING UNDER THEIR DATE.
2250-LOAD-ANOMALY-STATUS.
	OPEN INPUT ANOMALY-STATUS-IN-FILE
	IF WS-ANOMALY-IN-STATUS = "00"
		PERFORM UNTIL WS-ANOMALY-IN-STATUS NOT = "00"
			READ ANOMALY-STATUS-IN-FILE
				AT END MOVE "10" TO WS-ANOMALY-IN-STATUS
			END-READ
			IF WS-ANOMALY-IN-STATUS = "00"
				ADD 1 TO WS-STEP-RECORDS-READ
				MOVE OPANS-BUSINESS-DATE TO WS-LOOKUP-DATE
				PERFORM 2500-LOCATE-DATE-SLOT
				IF WS-DTE-SLOT > ZERO
					PERFORM 2260-POST-ANOMALY-RECORD
				END-IF
			END-IF
		END-PERFORM
		CLOSE ANOMALY-STATUS-IN-FILE
	ELSE
		DISPLAY "OPNIGHTS - ANOMALY STATUS FEED NOT AVAILABLE, "
			"STATUS = " WS-ANOMALY-IN-STATUS
	END-IF.

2260-POST-ANOMALY-RECORD.
	IF WS-DTE-ANOMALY-FLAG(WS-DTE-SLOT) = "U"
		MOVE "N" TO WS-DTE-ANOMALY-FLAG(WS-DTE-SLOT)
	END-IF
	IF OPANS-GRADE > WS-DTE-ANOMALY-GRADE(WS-DTE-SLOT)
		MOVE OPANS-GRADE TO WS-DTE-ANOMALY-GRADE(WS-DTE-SLOT)
	END-IF
	IF OPANS-GRADE > ZERO
		MOVE "Y" TO WS-DTE-ANOMALY-FLAG(WS-DTE-SLOT)
		ADD 1 TO WS-DTE-ANOMALY-SOURCES(WS-DTE-SLOT)
		IF WS-ANF-COUNT < WS-ANF-MAX-ENTRIES
			ADD 1 TO WS-ANF-COUNT
			MOVE OPANS-BUSINESS-DATE TO WS-ANF-DATE(WS-ANF-COUNT)
			MOVE OPANS-SOURCE-SYSTEM TO WS-ANF-SOURCE(WS-ANF-COUNT)
			MOVE OPANS-RESULT TO WS-ANF-RESULT(WS-ANF-COUNT)
			MOVE OPANS-GRADE TO WS-ANF-GRADE(WS-ANF-COUNT)
			MOVE OPANS-EXPECTED-VOLUME TO WS-ANF-EXPECTED(WS-ANF-COUNT)
			MOVE OPANS-ACTUAL-VOLUME TO WS-ANF-ACTUAL(WS-ANF-COUNT)
			MOVE OPANS-VOLUME-DEVIATION-PCT
				TO WS-ANF-DEVIATION(WS-ANF-COUNT)
			MOVE OPANS-MIX-SHIFT-PTS TO WS-ANF-SHIFT(WS-ANF-COUNT)
			MOVE OPANS-MIX-SHIFT-LABEL TO WS-ANF-LABEL(WS-ANF-COUNT)
		END-IF
	END-IF.

2300-LOAD-SENDER-STATUS.
	OPEN INPUT SENDER-STATUS-IN-FILE
	IF WS-SENDER-IN-STATUS = "00"
				AT END MOVE "10" TO WS-SENDER-IN-STATUS
			END-READ
			IF WS-SENDER-IN-STATUS = "00"
				ADD 1 TO WS-STEP-RECORDS-READ
				ADD 1 TO WS-SND-COUNT
				MOVE OPSND-SOURCE-SYSTEM
					TO WS-SND-SOURCE(WS-SND-COUNT)
				AT END MOVE "10" TO WS-EXCP-IN-STATUS
			END-READ
			IF WS-EXCP-IN-STATUS = "00"
				ADD 1 TO WS-STEP-RECORDS-READ
				ADD 1 TO WS-EXCEPTION-COUNT
			END-IF
		END-PERFORM
		WHEN OTHER
			MOVE "UNKNOWN - NO RECORD" TO WS-RCL-TEXT
	END-EVALUATE
	WRITE STATUS-REPORT-LINE FROM WS-RECON-LINE
	EVALUATE WS-DTE-ANOMALY-FLAG(WS-DTE-IDX)
		WHEN "N"
			MOVE "ALL SOURCES WITHIN TOLERANCE" TO WS-ANL-TEXT
		WHEN "Y"
			IF WS-DTE-ANOMALY-GRADE(WS-DTE-IDX) NOT LESS THAN 8
				MOVE "*** SOURCE(S) AT FAIL ***" TO WS-ANL-TEXT
			ELSE
				MOVE "SOURCE(S) AT WARN" TO WS-ANL-TEXT
			END-IF
		WHEN OTHER
			MOVE "UNKNOWN - NO RECORD" TO WS-ANL-TEXT
	END-EVALUATE
	WRITE STATUS-REPORT-LINE FROM WS-ANOMALY-LINE
	PERFORM VARYING WS-ANF-IDX FROM 1 BY 1
			UNTIL WS-ANF-IDX > WS-ANF-COUNT
		IF WS-ANF-DATE(WS-ANF-IDX) = WS-DTE-DATE(WS-DTE-IDX)
			MOVE WS-ANF-SOURCE(WS-ANF-IDX) TO WS-ADL-SOURCE
			MOVE WS-ANF-RESULT(WS-ANF-IDX) TO WS-ADL-RESULT
			MOVE WS-ANF-EXPECTED(WS-ANF-IDX) TO WS-ADL-EXPECTED
			MOVE WS-ANF-ACTUAL(WS-ANF-IDX) TO WS-ADL-ACTUAL
			MOVE WS-ANF-DEVIATION(WS-ANF-IDX) TO WS-ADL-DEVIATION
			MOVE WS-ANF-LABEL(WS-ANF-IDX) TO WS-ADL-LABEL
			MOVE WS-ANF-SHIFT(WS-ANF-IDX) TO WS-ADL-SHIFT
			WRITE STATUS-REPORT-LINE FROM WS-ANOMALY-DETAIL-LINE
		END-IF
	END-PERFORM.

*>  F BEATS W BEATS G: A DATE STILL OPEN, AN OUT-OF-BALANCE
*>  RECONCILIATION, OR A GATE BREACH IS A FAILURE; A GATE WARNING,
*>  A SILENT SENDER, OR A MISSING RECON RECORD IS A WARNING. A
*>  VOLUME OR BAND-MIX ANOMALY AT ANY GRADE IS A WARNING TOO - THE
*>  CHECK DOES NOT HOLD THE DATE OPEN, IT ASKS SOMEONE TO LOOK.
7500-DERIVE-VERDICT.
	MOVE "G" TO WS-VERDICT
	IF WS-DTE-GATE-GRADE(WS-DTE-IDX) = 4
	   OR WS-SENDERS-SILENT > ZERO
	   OR WS-DTE-RECON-FLAG(WS-DTE-IDX) = "U"
	   OR WS-DTE-ANOMALY-FLAG(WS-DTE-IDX) NOT = "N"
	   OR NOT WS-DTE-GATE-KNOWN(WS-DTE-IDX)
		MOVE "W" TO WS-VERDICT
	END-IF
	MOVE WS-SENDERS-SILENT TO OPRSUM-SENDERS-SILENT
	MOVE WS-DTE-COMPLETED-DATE(WS-DTE-IDX) TO OPRSUM-COMPLETED-DATE
	MOVE WS-DTE-COMPLETED-TIME(WS-DTE-IDX) TO OPRSUM-COMPLETED-TIME
	MOVE WS-DTE-ANOMALY-FLAG(WS-DTE-IDX) TO OPRSUM-ANOMALY-FLAG
	MOVE WS-DTE-ANOMALY-GRADE(WS-DTE-IDX) TO OPRSUM-ANOMALY-GRADE
	MOVE WS-DTE-ANOMALY-SOURCES(WS-DTE-IDX) TO OPRSUM-ANOMALY-SOURCES
	WRITE RUN-SUMMARY-RECORD
	ADD 1 TO WS-STEP-RECORDS-WRITTEN.

9000-TERMINATE.
	CLOSE STATUS-REPORT-FILE
	CLOSE RUN-SUMMARY-FILE
	PERFORM 9900-END-STEP-TIMING.

9900-END-STEP-TIMING.
	IF STEP-TIMING-LOG-OPEN
		PERFORM 1920-BUILD-TIMING-RECORD
		SET OPSTM-EVENT-END TO TRUE
		MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
		MOVE WS-CURR-DATE-8 TO OPSTM-END-DATE
		MOVE WS-CURR-TIME-6 TO OPSTM-END-TIME
		MOVE WS-STEP-RECORDS-READ TO OPSTM-RECORDS-READ
		MOVE WS-STEP-RECORDS-WRITTEN TO OPSTM-RECORDS-WRITTEN
		WRITE STEP-TIMING-RECORD FROM WS-STEP-TIMING-RECORD
		CLOSE STEP-TIMING-FILE
	END-IF.
