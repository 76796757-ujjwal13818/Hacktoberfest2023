	SELECT RECON-STATUS-FILE ASSIGN TO OPRECSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-OUT-STATUS.
	SELECT RUN-CONTROL-IN-FILE ASSIGN TO OPRCTLIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-IN-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-TOTALS-FILE
	RECORDING MODE IS F.
01  RECON-STATUS-RECORD.
	COPY OPRECSTA.
FD  RUN-CONTROL-IN-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-IN-RECORD            PIC X(37).
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-CONTROL-STATUS PIC XX.
	77 WS-ACTUAL-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-STATUS-OUT-STATUS PIC XX.
	77 WS-RUNCTL-IN-STATUS PIC XX.

*>  THE RUN-CONTROL DATE IS READ ONLY TO STAMP THE STEP TIMING LOG -
*>  THE RECONCILIATION ITSELF PAIRS EACH ACTUALS RECORD BY ITS OWN
*>  BUSINESS DATE AS BEFORE.
	01  WS-RUN-CONTROL-RECORD.
		COPY OPRUNCTL.
	77  WS-RUNCTL-SWITCH PIC X VALUE "N".
		88  RUNCTL-AVAILABLE VALUE "Y".
	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).
	77  WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.

	01  WS-ACTUAL-TOTALS.
		COPY OPCTOTAL REPLACING OPCTOTAL-BUSINESS-DATE BY WS-ACT-BUSINESS-DATE
		05  WS-RDL-VARIANCE     PIC -ZZZ,ZZ9.
		05  FILLER              PIC X(28) VALUE SPACES.

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE.
	77 WS-STEP-TIMING-STATUS PIC XX.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPRECON".
	77  WS-STEP-PARTITION PIC X(02) VALUE SPACES.
	01  WS-STEP-START-STAMP.
		05  WS-STEP-START-DATE       PIC 9(08) VALUE ZERO.
		05  WS-STEP-START-TIME       PIC 9(06) VALUE ZERO.
	77  WS-STEP-RECORDS-READ PIC 9(09) VALUE ZERO.
	77  WS-STEP-RECORDS-WRITTEN PIC 9(09) VALUE ZERO.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	STOP RUN.

1000-INITIALIZE.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-BUSINESS-DATE
	PERFORM 1050-LOAD-RUN-CONTROL
	PERFORM 1900-START-STEP-TIMING
	OPEN INPUT CONTROL-TOTALS-FILE
	IF WS-CONTROL-STATUS NOT = "00"
		DISPLAY "OPRECON - UNABLE TO OPEN CONTROL-TOTALS-FILE, STATUS = "
	MOVE SPACES TO RECON-REPORT-LINE
	WRITE RECON-REPORT-LINE.

1050-LOAD-RUN-CONTROL.
	OPEN INPUT RUN-CONTROL-IN-FILE
	IF WS-RUNCTL-IN-STATUS = "00"
		READ RUN-CONTROL-IN-FILE INTO WS-RUN-CONTROL-RECORD
			AT END MOVE "10" TO WS-RUNCTL-IN-STATUS
		END-READ
		IF WS-RUNCTL-IN-STATUS = "00"
			SET RUNCTL-AVAILABLE TO TRUE
*>          DRAIN TO THE LAST RECORD - THE RUN-CONTROL DATASET CAN
*>          HOLD A STARTED AND A COMPLETED RECORD FROM THE RUN.
			PERFORM UNTIL WS-RUNCTL-IN-STATUS NOT = "00"
				READ RUN-CONTROL-IN-FILE INTO WS-RUN-CONTROL-RECORD
					AT END MOVE "10" TO WS-RUNCTL-IN-STATUS
				END-READ
			END-PERFORM
			MOVE OPRCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
		ELSE
			DISPLAY "WARNING - RUN CONTROL FILE EMPTY, USING "
				"CURRENT DATE AS BUSINESS DATE"
		END-IF
		CLOSE RUN-CONTROL-IN-FILE
	ELSE
		DISPLAY "WARNING - RUN CONTROL FILE NOT AVAILABLE, USING "
			"CURRENT DATE AS BUSINESS DATE"
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
		DISPLAY "OPRECON - STEP ALREADY STARTED FOR BUSINESS DATE "
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

2000-LOAD-CONTROL-TOTALS.
	PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
			OR WS-CTL-COUNT = WS-CTL-MAX-ENTRIES
			MOVE ZERO TO OPRST-NOT-NUMERIC-VARIANCE
			MOVE ZERO TO OPRST-REJECTED-VARIANCE
			WRITE RECON-STATUS-RECORD
			ADD 1 TO WS-STEP-RECORDS-WRITTEN
		END-IF
	END-PERFORM.

	MOVE WS-NUMERIC-VARIANCE TO OPRST-NUMERIC-VARIANCE
	MOVE WS-NOT-NUMERIC-VARIANCE TO OPRST-NOT-NUMERIC-VARIANCE
	MOVE WS-REJECTED-VARIANCE TO OPRST-REJECTED-VARIANCE
	WRITE RECON-STATUS-RECORD
	ADD 1 TO WS-STEP-RECORDS-WRITTEN.

9000-TERMINATE.
	CLOSE CONTROL-TOTALS-FILE
	CLOSE ACTUAL-TOTALS-FILE
	CLOSE RECON-REPORT-FILE
	CLOSE RECON-STATUS-FILE
	COMPUTE WS-STEP-RECORDS-READ = WS-CTL-COUNT + WS-ACTUALS-SEEN
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
