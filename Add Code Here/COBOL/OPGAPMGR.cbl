	SELECT AGING-REPORT-FILE ASSIGN TO OPGAARPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT RUN-CONTROL-IN-FILE ASSIGN TO OPRCTLIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-IN-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MASTER-IN-FILE
FD  AGING-REPORT-FILE
	RECORDING MODE IS F.
01  AGING-REPORT-LINE                PIC X(80).
FD  RUN-CONTROL-IN-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-IN-RECORD            PIC X(37).
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-MASTER-IN-STATUS PIC XX.
	77 WS-DAY-GAP-STATUS PIC XX.
	77 WS-PARM-STATUS PIC XX.
	77 WS-MASTER-OUT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-RUNCTL-IN-STATUS PIC XX.

	01  WS-GAP-WORK-RECORD.
		COPY OPGAPMST.
		05  WS-FILLED-PRIOR-COUNT    PIC 9(7) VALUE ZERO.
		05  WS-PURGED-COUNT          PIC 9(7) VALUE ZERO.

*>  THE RUN-CONTROL DATE IS READ ONLY TO STAMP THE STEP TIMING LOG -
*>  AGING STILL RUNS FROM TODAY'S DATE AS BEFORE.
	01  WS-RUN-CONTROL-RECORD.
		COPY OPRUNCTL.
	77  WS-RUNCTL-SWITCH PIC X VALUE "N".
		88  RUNCTL-AVAILABLE VALUE "Y".
	77  WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.
	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  WS-SUM-COUNT      PIC ZZZ,ZZ9.
		05  FILLER            PIC X(47) VALUE SPACES.

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE.
	77 WS-STEP-TIMING-STATUS PIC XX.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPGAPMGR".
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
	OPEN OUTPUT MASTER-OUT-FILE
	IF WS-MASTER-OUT-STATUS NOT = "00"
		DISPLAY "OPGAPMGR - UNABLE TO OPEN MASTER-OUT-FILE, STATUS = "
	PERFORM 2200-READ-DAY-GAP-RANGE
	PERFORM 2300-READ-FILL.

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

1100-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
		SET NO-MORE-FILLS TO TRUE
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
		DISPLAY "OPGAPMGR - STEP ALREADY STARTED FOR BUSINESS DATE "
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

2000-READ-MASTER.
	IF NO-MORE-MASTER
		MOVE HIGH-VALUES TO WS-MASTER-KEY
				MOVE HIGH-VALUES TO WS-MASTER-KEY
			NOT AT END
				MOVE MASTER-IN-RECORD(1:10) TO WS-MASTER-KEY
				ADD 1 TO WS-STEP-RECORDS-READ
		END-READ
	END-IF.

			AT END SET NO-MORE-DAY-GAPS TO TRUE
		END-READ
		IF NOT NO-MORE-DAY-GAPS
			ADD 1 TO WS-STEP-RECORDS-READ
			SET RANGE-ACTIVE TO TRUE
			MOVE OPGAPD-SOURCE-SYSTEM TO WS-NEW-SOURCE
			MOVE OPGAPD-FROM-NBR TO WS-NEW-SEQ
				MOVE HIGH-VALUES TO WS-FILL-KEY
			NOT AT END
				MOVE OPCLS-OPERAND-DATA(1:10) TO WS-FILL-KEY
				ADD 1 TO WS-STEP-RECORDS-READ
		END-READ
	END-IF.

		ADD 1 TO WS-PURGED-COUNT
	ELSE
		WRITE MASTER-OUT-RECORD FROM WS-GAP-WORK-RECORD
		ADD 1 TO WS-STEP-RECORDS-WRITTEN
	END-IF.

4100-COMPUTE-DAYS-OPEN.
		CLOSE FILL-IN-FILE
	END-IF
	CLOSE MASTER-OUT-FILE
	CLOSE AGING-REPORT-FILE
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
