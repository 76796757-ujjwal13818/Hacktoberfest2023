*> for the data-quality team, and applies the corrections file:
*> a corrected item is marked resolved and re-issued as a properly
*> formed OPRECORD transaction appended to the next day's operand
*> input, so bad records stop being silently lost volume (a refused
*> reversal is the exception - it stays open for manual action, as
*> a type R resubmit would post it as an original). Resolved
*> items stay on the master for a retention window (so a recurring
*> exception can be reopened and the resolution is reviewable),
*> then drop off; items resolved on prior runs are counted on the
	SELECT RESUBMIT-FILE ASSIGN TO OPRESUB
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RESUBMIT-STATUS.
	SELECT RUN-CONTROL-IN-FILE ASSIGN TO OPRCTLIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-IN-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MASTER-IN-FILE
	RECORDING MODE IS F.
01  RESUBMIT-RECORD.
	COPY OPRECORD.
FD  RUN-CONTROL-IN-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-IN-RECORD            PIC X(37).
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-MASTER-IN-STATUS PIC XX.
	77 WS-DAILY-STATUS PIC XX.
	77 WS-MASTER-OUT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-RESUBMIT-STATUS PIC XX.
	77 WS-RUNCTL-IN-STATUS PIC XX.

	01  WS-MASTER-WORK-RECORD.
		COPY OPEXMST.
			10  WS-CORR-USED-SWITCH  PIC X(01).
				88  WS-CORR-USED     VALUE "Y".

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
		05  WS-PURGED-COUNT          PIC 9(7) VALUE ZERO.
		05  WS-RESUBMITTED-COUNT     PIC 9(7) VALUE ZERO.
		05  WS-UNMATCHED-CORR-COUNT  PIC 9(7) VALUE ZERO.
		05  WS-MANUAL-CORR-COUNT     PIC 9(7) VALUE ZERO.
		05  WS-AGE-1-7-COUNT         PIC 9(7) VALUE ZERO.
		05  WS-AGE-8-30-COUNT        PIC 9(7) VALUE ZERO.
		05  WS-AGE-OVER-30-COUNT     PIC 9(7) VALUE ZERO.
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
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPEXMGR".
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
		DISPLAY "OPEXMGR - UNABLE TO OPEN MASTER-OUT-FILE, STATUS = "
	PERFORM 2000-READ-MASTER
	PERFORM 2100-READ-DAILY.

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
		SET NO-MORE-DAILY TO TRUE
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
		DISPLAY "OPEXMGR - STEP ALREADY STARTED FOR BUSINESS DATE "
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

				MOVE HIGH-VALUES TO WS-DAILY-KEY
			NOT AT END
				MOVE OPEXCP-RECORD-KEY TO WS-DAILY-KEY
				ADD 1 TO WS-STEP-RECORDS-READ
		END-READ
	END-IF.

		ADD 1 TO WS-PURGED-COUNT
	ELSE
		WRITE MASTER-OUT-RECORD FROM WS-MASTER-WORK-RECORD
		ADD 1 TO WS-STEP-RECORDS-WRITTEN
*>      ITEMS RESOLVED ON A PRIOR RUN ARE CARRIED ON THE MASTER
*>      BUT NO LONGER PRINT - THE AGING REPORT STAYS FOCUSED ON
*>      OPEN ITEMS AND THE RUN'S OWN RESOLUTIONS.
		MOVE WS-DAYS-OPEN TO OPEXM-DAYS-OPEN
	END-IF.

*>  A REFUSED REVERSAL (REV UNKNOWN, ALREADY REVD) IS NOT
*>  RESUBMITTED: THE RESUBMIT IS A TYPE R TRANSACTION AND WOULD
*>  POST THE CORRECTED VALUE AS A POSITIVE ORIGINAL. THE ITEM IS
*>  STILL CLOSED WITH THE KEYED VALUE - A RE-SENT REVERSAL COMES IN
*>  UNDER A NEW SEQUENCE NUMBER, SO NOTHING ELSE WOULD EVER CLOSE
*>  IT - AND IT IS COUNTED AND DISPLAYED SO THE OPERATORS POST THE
*>  REVERSAL BY HAND.
4200-APPLY-CORRECTION.
	MOVE "N" TO WS-CORR-FOUND-SWITCH
	PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
			MOVE WS-CORR-VALUE(WS-CORR-IDX) TO OPEXM-CORRECTED-VALUE
			MOVE WS-CURR-DATE-8 TO OPEXM-RESOLVED-DATE
			ADD 1 TO WS-RESOLVED-TODAY-COUNT
			IF OPEXM-REASON-CODE = "REV UNKNOWN"
			   OR OPEXM-REASON-CODE = "ALREADY REVD"
				ADD 1 TO WS-MANUAL-CORR-COUNT
				DISPLAY "OPEXMGR - CORRECTION FOR KEY "
					WS-CORR-KEY(WS-CORR-IDX) " IS A REFUSED REVERSAL ("
					OPEXM-REASON-CODE ") - NOT RESUBMITTED, "
					"NEEDS MANUAL ACTION"
			ELSE
				PERFORM 4250-WRITE-RESUBMIT-RECORD
			END-IF
		END-IF
	END-PERFORM.

	MOVE SPACES TO OP-CLASSIFICATION-RESULT
	MOVE SPACES TO OP-VALUE-BAND-RESULT
	WRITE RESUBMIT-RECORD
	ADD 1 TO WS-RESUBMITTED-COUNT
	ADD 1 TO WS-STEP-RECORDS-WRITTEN.

4300-ADD-AGE-BUCKET-COUNT.
	IF OPEXM-STATUS-RESOLVED
	MOVE "UNMATCHED CORRECTIONS" TO WS-SUM-LABEL
	MOVE WS-UNMATCHED-CORR-COUNT TO WS-SUM-COUNT
	WRITE AGING-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "CORRECTIONS FOR MANUAL" TO WS-SUM-LABEL
	MOVE WS-MANUAL-CORR-COUNT TO WS-SUM-COUNT
	WRITE AGING-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "OPEN AGED 0-7 DAYS" TO WS-SUM-LABEL
	MOVE WS-AGE-1-7-COUNT TO WS-SUM-COUNT
	WRITE AGING-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	END-IF
	CLOSE MASTER-OUT-FILE
	CLOSE AGING-REPORT-FILE
	CLOSE RESUBMIT-FILE
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
