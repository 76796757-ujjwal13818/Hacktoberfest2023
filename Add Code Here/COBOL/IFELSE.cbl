	SELECT EXCEPTION-FILE ASSIGN TO OPEXCPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EXCEPTION-STATUS.
	SELECT SUSPENSE-FILE ASSIGN TO OPSUSOUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SUSPENSE-STATUS.
	SELECT CLASSIFIED-FILE ASSIGN TO OPCLSOUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CLASSIFIED-STATUS.
	SELECT TRACE-SIGHTING-FILE ASSIGN TO OPTRCOUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRACE-STATUS.
	SELECT RESTART-IN-FILE ASSIGN TO OPRSTIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RESTART-IN-STATUS.
	SELECT RUN-CONTROL-OUT-FILE ASSIGN TO OPRCTLOT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-OUT-STATUS.
	SELECT PERIOD-STATUS-IN-FILE ASSIGN TO OPPERIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PERIOD-IN-STATUS.
	SELECT TOLERANCE-PARM-FILE ASSIGN TO OPTOLER
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TOLERANCE-STATUS.
	SELECT GATE-STATUS-FILE ASSIGN TO OPGATEST
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GATE-STATUS-STATUS.
	SELECT PARTITION-PARM-FILE ASSIGN TO OPPARTN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARTITION-STATUS.
	SELECT CLASSIFIED-INDEX-FILE ASSIGN TO OPCLSIXF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS OPCIX-INDEX-KEY
		FILE STATUS IS WS-CLSIDX-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  OPERAND-FILE
	RECORDING MODE IS F.
01  EXCEPTION-RECORD.
	COPY OPEXCP.
FD  SUSPENSE-FILE
	RECORDING MODE IS F.
01  SUSPENSE-RECORD.
	COPY OPSUSP.
FD  CLASSIFIED-FILE
	RECORDING MODE IS F.
01  CLASSIFIED-RECORD.
	COPY OPCLSOUT.
FD  TRACE-SIGHTING-FILE
	RECORDING MODE IS F.
01  TRACE-SIGHTING-RECORD.
	COPY OPTRCSIG.
FD  RESTART-IN-FILE
	RECORDING MODE IS F.
01  RESTART-IN-RECORD               PIC X(33).
FD  RUN-CONTROL-OUT-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-OUT-RECORD           PIC X(37).
FD  PERIOD-STATUS-IN-FILE
	RECORDING MODE IS F.
01  PERIOD-STATUS-IN-RECORD          PIC X(77).
FD  TOLERANCE-PARM-FILE
	RECORDING MODE IS F.
01  TOLERANCE-PARM-RECORD.
	RECORDING MODE IS F.
01  GATE-STATUS-RECORD.
	COPY OPQGATE.
FD  PARTITION-PARM-FILE
	RECORDING MODE IS F.
01  PARTITION-PARM-RECORD            PIC X(80).
FD  CLASSIFIED-INDEX-FILE
	RECORDING MODE IS F.
01  CLASSIFIED-INDEX-RECORD.
	COPY OPCLSIDX.
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	01  WS-CHECKPOINT-RECORD.
		COPY OPRSTRT.
	77 WS-OPERAND-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-EXCEPTION-STATUS PIC XX.
	77 WS-SUSPENSE-STATUS PIC XX.
	77 WS-CLASSIFIED-STATUS PIC XX.
	77 WS-TRACE-STATUS PIC XX.
	77 WS-RESTART-IN-STATUS PIC XX.
	77 WS-RESTART-OUT-STATUS PIC XX.
	77 WS-BAND-STATUS PIC XX.
	77 WS-RUNCTL-OUT-STATUS PIC XX.
	77 WS-TOLERANCE-STATUS PIC XX.
	77 WS-GATE-STATUS-STATUS PIC XX.
	77 WS-CLSIDX-STATUS PIC XX.
	77 WS-PARTITION-STATUS PIC XX.
	77 WS-PERIOD-IN-STATUS PIC XX.
	77 WS-STEP-TIMING-STATUS PIC XX.
	77 WS-EOF-SWITCH PIC X VALUE "N".
		88 NO-MORE-OPERANDS VALUE "Y".
	77 WS-PAGE-NBR PIC 9(4) VALUE ZERO.
	77  WS-RESTART-SWITCH PIC X VALUE "N".
		88  RESTART-FILE-AVAILABLE VALUE "Y".
		88  RESTART-COLD-START VALUE "N".
	77  WS-RESUME-SWITCH PIC X VALUE "N".
		88  RESUMING-INTERRUPTED-RUN VALUE "Y".
	77  WS-SKIP-SWITCH PIC X VALUE "N".
		88  SKIP-ALREADY-PROCESSED VALUE "Y".
	01  WS-RESTART-LAST-KEY.
		05  WS-RANGE-ENTRY OCCURS 20 TIMES.
			10  WS-RANGE-MIN-VALUE  PIC S9(7).
			10  WS-RANGE-MAX-VALUE  PIC S9(7).
*>  LATEST UPDATE STAMP ON THE RANGE FILE AS LOADED - CARRIED ON
*>  EVERY SUSPENSE RECORD SO OPSUSMGR CAN TELL WHICH ORNG CHANGES
*>  POST-DATE THE RANGE SET AN OPERAND WAS REJECTED UNDER.
	01  WS-RANGE-SET-STAMP.
		05  WS-RANGE-SET-DATE        PIC 9(08) VALUE ZERO.
		05  WS-RANGE-SET-TIME        PIC 9(06) VALUE ZERO.

*>  HISTORY STATS ARE KEYED BY BUSINESS DATE AND SOURCE SYSTEM -
*>  ON A NORMAL NIGHT ONE DATE, IN A CATCH-UP RUN ONE ROW PER
			10  WS-SRC-NOT-NUMERIC-COUNT PIC 9(7) VALUE ZERO.
			10  WS-SRC-REJECTED-COUNT    PIC 9(7) VALUE ZERO.
			10  WS-SRC-UNBANDED-COUNT    PIC 9(7) VALUE ZERO.
			10  WS-SRC-REVERSAL-COUNT    PIC 9(7) VALUE ZERO.
			10  WS-SRC-BAND-TALLY OCCURS 10 TIMES
			                             PIC 9(7) VALUE ZERO.

			10  WS-DTE-NUMERIC-COUNT     PIC 9(7) VALUE ZERO.
			10  WS-DTE-NOT-NUMERIC-COUNT PIC 9(7) VALUE ZERO.
			10  WS-DTE-REJECTED-COUNT    PIC 9(7) VALUE ZERO.
			10  WS-DTE-STARTED-STAMP     PIC 9(14) VALUE ZERO.

*>  MONTHS CLOSED BY THE MONTH-END CLOSE (OPMCLOSE). THE PERIOD
*>  STATUS MASTER IS APPENDED TO ON EVERY CLOSE AND REOPEN, SO THE
*>  LATEST RECORD PER MONTH WINS. A BUSINESS DATE IN A CLOSED
*>  MONTH IS NEVER PROCESSED - ITS RECORDS BELONG TO THE PRIOR-
*>  PERIOD ADJUSTMENT ROUTE, NOT TO FINANCE'S CLOSED NUMBERS.
	01  WS-PERIOD-STATUS-RECORD.
		COPY OPPERSTA.
	77  WS-PER-MAX-ENTRIES PIC 9(03) VALUE 240.
	77  WS-PER-COUNT PIC 9(03) VALUE ZERO.
	77  WS-PER-IDX PIC 9(03) VALUE ZERO.
	77  WS-PER-SLOT PIC 9(03) VALUE ZERO.
	77  WS-CLOSED-DATE-COUNT PIC 9(02) VALUE ZERO.
	77  WS-PERIOD-CLOSED-SWITCH PIC X VALUE "N".
		88  DATE-IN-CLOSED-PERIOD VALUE "Y".
	01  WS-PERIOD-CHECK-DATE          PIC 9(08).
	01  WS-PERIOD-CHECK-PARTS REDEFINES WS-PERIOD-CHECK-DATE.
		05  WS-PERIOD-CHECK-PERIOD    PIC 9(06).
		05  FILLER                    PIC 9(02).
	01  WS-PERIOD-TABLE.
		05  WS-PER-ENTRY OCCURS 240 TIMES.
			10  WS-PER-PERIOD            PIC 9(06) VALUE ZERO.
			10  WS-PER-STATUS            PIC X(01) VALUE SPACES.

	01  WS-OPERAND-RANGE-LIMITS.
		05  WS-OPERAND-RANGE-MIN  PIC S9(7) VALUE -999999.
		05  WS-WRONG-DATE-COUNT   PIC 9(7) VALUE ZERO.
		05  WS-COMPUTE-COUNT      PIC 9(7) VALUE ZERO.
		05  WS-COMPUTE-ERROR-COUNT PIC 9(7) VALUE ZERO.
		05  WS-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.
		05  WS-REVERSAL-ERROR-COUNT PIC 9(7) VALUE ZERO.

	77  WS-COMPUTE-OK-SWITCH PIC X VALUE "Y".
		88  COMPUTE-FAILED VALUE "N".
	77  WS-COMPUTE-RESULT PIC S9(7) VALUE ZERO.

*>  REVERSALS ARE CHECKED AGAINST THE CLASSIFIED-KEY INDEX BUILT
*>  BY OPCIXMGR FROM PRIOR NIGHTS' CLASSIFIED OUTPUT. THE LAST KEY
*>  REVERSED IN THIS RUN CATCHES A SECOND REVERSAL OF THE SAME
*>  ORIGINAL BEFORE THE INDEX HAS BEEN UPDATED - THE STREAM IS IN
*>  KEY ORDER, SO A REPEAT ARRIVES RIGHT BEHIND THE FIRST.
	77  WS-CLSIDX-SWITCH PIC X VALUE "N".
		88  CLSIDX-AVAILABLE VALUE "Y".
	77  WS-ORIGINAL-FOUND-SWITCH PIC X VALUE "N".
		88  ORIGINAL-FOUND VALUE "Y".
	01  WS-LAST-REVERSED-KEY         PIC X(18) VALUE LOW-VALUES.

*>  A PARTITIONED NIGHT SPLITS THE SORTED STREAM BY SOURCE SYSTEM
*>  AND RUNS ONE IFELSE PER PARTITION AT THE SAME TIME; THE OPPARTN
*>  CARD (PARTITION NUMBER IN COLUMNS 1-2) SAYS WHICH ONE THIS IS.
*>  THE GATE IS JUDGED OVER THE WHOLE DAY, SO A PARTITION LEAVES IT
*>  TO THE OPPTNMRG MERGE, WHICH RECOMPUTES IT FROM THE COMBINED
*>  COUNTS. NO CARD (THE NORMAL SINGLE-PASS NIGHT) JUDGES IT HERE.
	77  WS-PARTITION-SWITCH PIC X VALUE "N".
		88  PARTITION-RUN VALUE "Y".
	01  WS-PARTITION-PARM.
		05  WS-PTN-NUMBER            PIC X(02).
		05  FILLER                   PIC X(78).

*>  QUALITY-GATE TOLERANCES, PRELOADED WITH THE SHOP DEFAULTS AND
*>  OVERRIDDEN FROM THE OPTOLER PARAMETER FILE WHEN IT IS PRESENT.
	01  WS-TOLERANCE-LIMITS.
	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(21) VALUE "IFELSE CLASSIFICATION".
		05  FILLER PIC X(15) VALUE " SUMMARY REPORT".
		05  FILLER PIC X(3)  VALUE SPACES.
		05  WS-HDG-PARTITION.
			10  WS-HDG-PTN-LABEL PIC X(10) VALUE SPACES.
			10  WS-HDG-PTN-NBR   PIC X(02) VALUE SPACES.
		05  FILLER PIC X(20) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

		05  WS-GAP-TOT-COUNT  PIC ZZZ,ZZ9.
		05  FILLER            PIC X(49) VALUE SPACES.

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "IFELSE".
	77  WS-STEP-PARTITION PIC X(02) VALUE SPACES.
	01  WS-STEP-START-STAMP.
		05  WS-STEP-START-DATE       PIC 9(08) VALUE ZERO.
		05  WS-STEP-START-TIME       PIC 9(06) VALUE ZERO.
	77  WS-STEP-RECORDS-READ PIC 9(09) VALUE ZERO.
	77  WS-STEP-RECORDS-WRITTEN PIC 9(09) VALUE ZERO.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
1000-INITIALIZE.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-BUSINESS-DATE
	PERFORM 1020-READ-PARTITION-PARM
	PERFORM 1050-LOAD-RUN-CONTROL
	IF PARTITION-RUN
		MOVE WS-PTN-NUMBER TO WS-STEP-PARTITION
	END-IF
	PERFORM 1900-START-STEP-TIMING
	OPEN INPUT OPERAND-FILE
	IF WS-OPERAND-STATUS NOT = "00"
		DISPLAY "IFELSE - UNABLE TO OPEN OPERAND-FILE, STATUS = "
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT SUSPENSE-FILE
	IF WS-SUSPENSE-STATUS NOT = "00"
		DISPLAY "IFELSE - UNABLE TO OPEN SUSPENSE-FILE, STATUS = "
			WS-SUSPENSE-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT CLASSIFIED-FILE
	IF WS-CLASSIFIED-STATUS NOT = "00"
		DISPLAY "IFELSE - UNABLE TO OPEN CLASSIFIED-FILE, STATUS = "
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT TRACE-SIGHTING-FILE
	IF WS-TRACE-STATUS NOT = "00"
		DISPLAY "IFELSE - UNABLE TO OPEN TRACE-SIGHTING-FILE, STATUS = "
			WS-TRACE-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT ACTUAL-TOTALS-FILE
	IF WS-ACTUAL-TOTALS-STATUS NOT = "00"
		DISPLAY "IFELSE - UNABLE TO OPEN ACTUAL-TOTALS-FILE, STATUS = "
	END-IF
	PERFORM 1100-WRITE-PAGE-HEADERS
	PERFORM 1200-LOAD-RESTART-CHECKPOINT
	PERFORM 1250-CHECK-INTERRUPTED-RUN
	OPEN OUTPUT RESTART-OUT-FILE
	IF WS-RESTART-OUT-STATUS NOT = "00"
		DISPLAY "IFELSE - UNABLE TO OPEN RESTART-OUT-FILE, STATUS = "
	PERFORM 1300-LOAD-BAND-TABLE
	PERFORM 1400-LOAD-RANGE-TABLE
	PERFORM 1500-LOAD-TOLERANCES
	PERFORM 1600-OPEN-CLASSIFIED-INDEX
	PERFORM 2000-READ-OPERAND.

1020-READ-PARTITION-PARM.
	OPEN INPUT PARTITION-PARM-FILE
	IF WS-PARTITION-STATUS = "00"
		READ PARTITION-PARM-FILE INTO WS-PARTITION-PARM
			AT END MOVE "10" TO WS-PARTITION-STATUS
		END-READ
		IF WS-PARTITION-STATUS = "00"
			IF WS-PTN-NUMBER IS NUMERIC AND WS-PTN-NUMBER NOT = "00"
				SET PARTITION-RUN TO TRUE
				MOVE "PARTITION " TO WS-HDG-PTN-LABEL
				MOVE WS-PTN-NUMBER TO WS-HDG-PTN-NBR
				DISPLAY "IFELSE - RUNNING AS PARTITION " WS-PTN-NUMBER
					", QUALITY GATE LEFT TO THE MERGE"
			ELSE
				DISPLAY "IFELSE - INVALID PARTITION CARD: "
					WS-PTN-NUMBER
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-IF
		CLOSE PARTITION-PARM-FILE
	END-IF.

1050-LOAD-RUN-CONTROL.
	OPEN INPUT RUN-CONTROL-IN-FILE
	IF WS-RUNCTL-IN-STATUS = "00"
		END-PERFORM
		CLOSE RUN-CONTROL-IN-FILE
	END-IF
	PERFORM 1052-LOAD-CLOSED-PERIODS
	IF RUNCTL-AVAILABLE
		PERFORM 1058-SELECT-OPEN-DATES
	ELSE
	END-IF
	PERFORM 1060-STAMP-RUN-STARTED.

1052-LOAD-CLOSED-PERIODS.
	OPEN INPUT PERIOD-STATUS-IN-FILE
	IF WS-PERIOD-IN-STATUS = "00"
		PERFORM UNTIL WS-PERIOD-IN-STATUS NOT = "00"
			READ PERIOD-STATUS-IN-FILE INTO WS-PERIOD-STATUS-RECORD
				AT END MOVE "10" TO WS-PERIOD-IN-STATUS
			END-READ
			IF WS-PERIOD-IN-STATUS = "00"
				PERFORM 1053-NOTE-PERIOD-STATUS
			END-IF
		END-PERFORM
		CLOSE PERIOD-STATUS-IN-FILE
	ELSE
		DISPLAY "WARNING - PERIOD STATUS MASTER NOT AVAILABLE, "
			"NO MONTH TREATED AS CLOSED"
	END-IF.

1053-NOTE-PERIOD-STATUS.
	MOVE ZERO TO WS-PER-SLOT
	PERFORM VARYING WS-PER-IDX FROM 1 BY 1
			UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-PER-SLOT > ZERO
		IF WS-PER-PERIOD(WS-PER-IDX) = OPPER-PERIOD
			MOVE WS-PER-IDX TO WS-PER-SLOT
		END-IF
	END-PERFORM
	IF WS-PER-SLOT = ZERO
		IF WS-PER-COUNT < WS-PER-MAX-ENTRIES
			ADD 1 TO WS-PER-COUNT
			MOVE OPPER-PERIOD TO WS-PER-PERIOD(WS-PER-COUNT)
			MOVE WS-PER-COUNT TO WS-PER-SLOT
		ELSE
			DISPLAY "IFELSE - MORE THAN " WS-PER-MAX-ENTRIES
				" PERIODS ON THE PERIOD STATUS MASTER, RUN STOPPED"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	MOVE OPPER-STATUS TO WS-PER-STATUS(WS-PER-SLOT).

*>  SETS DATE-IN-CLOSED-PERIOD FOR WS-PERIOD-CHECK-DATE.
1054-CHECK-CLOSED-PERIOD.
	MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
	PERFORM VARYING WS-PER-IDX FROM 1 BY 1
			UNTIL WS-PER-IDX > WS-PER-COUNT
		IF WS-PER-PERIOD(WS-PER-IDX) = WS-PERIOD-CHECK-PERIOD
		   AND WS-PER-STATUS(WS-PER-IDX) = "C"
			SET DATE-IN-CLOSED-PERIOD TO TRUE
		END-IF
	END-PERFORM.

1055-NOTE-RUN-CONTROL-DATE.
	MOVE ZERO TO WS-DATE-SLOT
	PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
			STOP RUN
		END-IF
	END-IF
	MOVE OPRCTL-RUN-STATUS TO WS-DTE-STATUS(WS-DATE-SLOT)
	IF OPRCTL-STATUS-STARTED
		MOVE OPRCTL-STARTED-TIMESTAMP
			TO WS-DTE-STARTED-STAMP(WS-DATE-SLOT)
	END-IF.

*>  DROP THE DATES ALREADY MARKED COMPLETE AND KEEP THE REST. NO
*>  OPEN DATE AT ALL IS THE DOUBLE-SUBMISSION CASE AND STOPS THE
*>  RUN, EXACTLY AS THE SINGLE-DATE CHECK ALWAYS HAS. AN OPEN DATE
*>  IN A MONTH THE MONTH-END CLOSE HAS CLOSED IS DROPPED TOO - ITS
*>  RECORDS FALL TO DISPOSITION W AND GO TO PRIOR-PERIOD
*>  ADJUSTMENT, OR THE MONTH IS REOPENED FIRST. THE LATEST
*>  OPEN DATE BECOMES WS-BUSINESS-DATE, WHICH SELECTS THE
*>  EFFECTIVE BAND SET AND STAMPS DETECTED GAPS.
1058-SELECT-OPEN-DATES.
	PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
			UNTIL WS-DTE-IDX > WS-DTE-COUNT
		IF WS-DTE-STATUS(WS-DTE-IDX) NOT = "C"
			MOVE WS-DTE-DATE(WS-DTE-IDX) TO WS-PERIOD-CHECK-DATE
			PERFORM 1054-CHECK-CLOSED-PERIOD
			IF DATE-IN-CLOSED-PERIOD
				ADD 1 TO WS-CLOSED-DATE-COUNT
				DISPLAY "IFELSE - BUSINESS DATE "
					WS-DTE-DATE(WS-DTE-IDX) " IS IN CLOSED PERIOD "
					WS-PERIOD-CHECK-PERIOD " - NOT PROCESSED, ROUTE "
					"ITS RECORDS TO PRIOR-PERIOD ADJUSTMENT"
			ELSE
				ADD 1 TO WS-OPEN-DATE-COUNT
				MOVE WS-DTE-ENTRY(WS-DTE-IDX)
					TO WS-DTE-ENTRY(WS-OPEN-DATE-COUNT)
			END-IF
		END-IF
	END-PERFORM
	IF WS-OPEN-DATE-COUNT = ZERO AND WS-CLOSED-DATE-COUNT > ZERO
		DISPLAY "IFELSE - EVERY OPEN BUSINESS DATE IN RUN CONTROL "
			"IS IN A CLOSED PERIOD - REOPEN THE PERIOD OR "
			"CORRECT RUN CONTROL, RUN STOPPED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-OPEN-DATE-COUNT = ZERO
		DISPLAY "IFELSE - EVERY BUSINESS DATE IN RUN CONTROL IS "
			"ALREADY MARKED COMPLETE - POSSIBLE DOUBLE "
		SET RESTART-COLD-START TO TRUE
	END-IF.

*>  A CHECKPOINT IS READ EVERY NIGHT - THE SUCCESS PATH PROMOTES
*>  THE LAST ONE TO RESTART.CURR - SO ITS PRESENCE ALONE DOES NOT
*>  MAKE THIS A RESTART. IT IS ONE ONLY WHEN AN OPEN DATE WAS LEFT
*>  STARTED WITH NO COMPLETED STAMP AFTER IT, AND THE CHECKPOINT
*>  WAS TAKEN AT OR AFTER THAT START, I.E. BY THE INTERRUPTED RUN.
1250-CHECK-INTERRUPTED-RUN.
	IF RESTART-FILE-AVAILABLE
		PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
				UNTIL WS-DTE-IDX > WS-DTE-COUNT
			IF WS-DTE-STATUS(WS-DTE-IDX) = "S"
			   AND WS-DTE-STARTED-STAMP(WS-DTE-IDX) > ZERO
			   AND OPRSTRT-CHECKPOINT-TIMESTAMP
					NOT < WS-DTE-STARTED-STAMP(WS-DTE-IDX)
				SET RESUMING-INTERRUPTED-RUN TO TRUE
			END-IF
		END-PERFORM
	END-IF
	IF RESUMING-INTERRUPTED-RUN
		DISPLAY "IFELSE - RESUMING AN INTERRUPTED RUN OF BUSINESS "
			"DATE " WS-BUSINESS-DATE
	END-IF.

1300-LOAD-BAND-TABLE.
	OPEN INPUT BAND-PARM-FILE
	IF WS-BAND-STATUS = "00"
			READ RANGE-FILE NEXT RECORD
				AT END MOVE "10" TO WS-RANGE-STATUS
			END-READ
			IF WS-RANGE-STATUS = "00"
			   AND OPRANGE-LAST-UPDATED > WS-RANGE-SET-STAMP
				MOVE OPRANGE-LAST-UPDATED TO WS-RANGE-SET-STAMP
			END-IF
			IF WS-RANGE-STATUS = "00" AND OPRANGE-ACTIVE
				ADD 1 TO WS-RANGE-COUNT
				MOVE OPRANGE-MIN-VALUE TO WS-RANGE-MIN-VALUE(WS-RANGE-COUNT)
			"USING DEFAULT QUALITY TOLERANCES"
	END-IF.

*>  WITHOUT THE INDEX NO ORIGINAL CAN BE CONFIRMED, SO EVERY
*>  REVERSAL IN THE RUN IS REFUSED (AND RETURNED TO ITS SENDER)
*>  RATHER THAN POSTING AN OFFSET NOBODY CAN VOUCH FOR.
1600-OPEN-CLASSIFIED-INDEX.
	OPEN INPUT CLASSIFIED-INDEX-FILE
	IF WS-CLSIDX-STATUS = "00"
		SET CLSIDX-AVAILABLE TO TRUE
	ELSE
		DISPLAY "WARNING - CLASSIFIED-KEY INDEX NOT AVAILABLE, "
			"STATUS = " WS-CLSIDX-STATUS
			" - REVERSALS WILL BE REFUSED"
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
		DISPLAY "IFELSE - STEP ALREADY STARTED FOR BUSINESS DATE "
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

2000-READ-OPERAND.
	READ OPERAND-FILE
		AT END SET NO-MORE-OPERANDS TO TRUE
		END-IF
	END-IF.

*>  A REVERSAL CARRIES THE KEY OF THE EARLIER RECORD IT BACKS OUT,
*>  SO IT NEITHER ADVANCES THE GAP BASELINE NOR BECOMES THE KEY THE
*>  NEXT RECORD'S DUPLICATE TEST COMPARES AGAINST.
2200-TRACK-KEY-SEQUENCE.
	IF NOT OP-TRANS-REVERSAL
		MOVE WS-CURRENT-READ-KEY TO WS-PREVIOUS-RECORD-KEY
		IF NOT OP-TRANS-RESUBMIT
			IF OP-SOURCE-SYSTEM = WS-GAP-PREV-SOURCE
			   AND OP-SEQUENCE-NBR > WS-GAP-PREV-SEQ + 1
				PERFORM 2250-RECORD-SEQUENCE-GAP
			END-IF
			MOVE OP-SOURCE-SYSTEM TO WS-GAP-PREV-SOURCE
			MOVE OP-SEQUENCE-NBR TO WS-GAP-PREV-SEQ
		END-IF
		MOVE OP-RECORD-KEY TO WS-CURRENT-READ-KEY
	END-IF.

2250-RECORD-SEQUENCE-GAP.
	ADD OP-SEQUENCE-NBR TO WS-GAP-MISSING-TOTAL
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	IF OP-RECORD-KEY = WS-PREVIOUS-RECORD-KEY
	   AND NOT OP-TRANS-REVERSAL
		PERFORM 3150-DIVERT-DUPLICATE
	ELSE
		PERFORM 3055-LOCATE-DATE-SLOT
			PERFORM 3160-DIVERT-WRONG-DATE
		ELSE
			PERFORM 3050-LOCATE-SOURCE-SLOT
			IF OP-TRANS-REVERSAL
				PERFORM 3600-PROCESS-REVERSAL
			ELSE
				MOVE "Y" TO WS-COMPUTE-OK-SWITCH
				IF OP-TRANS-COMPUTE
					ADD 1 TO WS-COMPUTE-COUNT
					PERFORM 3500-COMPUTE-OPERANDS
				END-IF
				IF COMPUTE-FAILED
					CONTINUE
				ELSE
					PERFORM 3100-VALIDATE-OPERAND
					IF OPERAND-IS-VALID
						PERFORM 3200-CLASSIFY-OPERAND
					ELSE
						PERFORM 3300-REJECT-OPERAND
					END-IF
				END-IF
			END-IF
		END-IF
	MOVE OPERAND1 TO WS-DET-OPERAND
	MOVE OP-CLASSIFICATION-RESULT TO WS-DET-RESULT
	MOVE OP-VALUE-BAND-RESULT TO WS-DET-BAND
	IF OPCLS-DISP-REVERSAL
		MOVE "REVERSED" TO WS-DET-RESULT
	END-IF
	WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT
	PERFORM 3400-WRITE-CLASSIFIED-RECORD.
	END-IF
	DISPLAY "OPERAND IS OUT OF RANGE - REJECTED"
	MOVE "OUT OF RANGE" TO OP-CLASSIFICATION-RESULT
	MOVE SPACES TO OP-VALUE-BAND-RESULT
	PERFORM 3350-WRITE-SUSPENSE-RECORD.

*>  A REJECTED OPERAND IS HELD IN SUSPENSE, NOT LOST: THE RECORD
*>  CARRIES THE RANGE SET IT FAILED AGAINST SO OPSUSMGR CAN RELEASE
*>  IT IF OPERATIONS LATER WIDENS A RANGE THROUGH ORNG. WITH NO
*>  ACTIVE RANGES THE DEFAULT LIMITS WERE APPLIED, AND THOSE ARE
*>  WHAT THE RECORD CARRIES.
3350-WRITE-SUSPENSE-RECORD.
	MOVE OP-RECORD-KEY TO OPSUS-RECORD-KEY
	MOVE OPERAND1 TO OPSUS-OPERAND-VALUE
	MOVE WS-RECORD-DATE TO OPSUS-BUSINESS-DATE
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO OPSUS-SUSPENDED-DATE
	MOVE WS-CURR-TIME-6 TO OPSUS-SUSPENDED-TIME
	SET OPSUS-STATUS-HELD TO TRUE
	MOVE ZERO TO OPSUS-DAYS-HELD
	MOVE ZERO TO OPSUS-ACTION-DATE
	MOVE WS-RANGE-SET-STAMP TO OPSUS-CHECKED-STAMP
	MOVE WS-RANGE-SET-STAMP TO OPSUS-RANGE-SET-STAMP
	PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
			UNTIL WS-RANGE-IDX > WS-RANGE-MAX-ENTRIES
		MOVE ZERO TO OPSUS-RANGE-MIN-VALUE(WS-RANGE-IDX)
		MOVE ZERO TO OPSUS-RANGE-MAX-VALUE(WS-RANGE-IDX)
	END-PERFORM
	IF WS-RANGE-COUNT > ZERO
		SET OPSUS-RANGES-FROM-FILE TO TRUE
		MOVE WS-RANGE-COUNT TO OPSUS-RANGE-COUNT
		PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
				UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
			MOVE WS-RANGE-MIN-VALUE(WS-RANGE-IDX)
				TO OPSUS-RANGE-MIN-VALUE(WS-RANGE-IDX)
			MOVE WS-RANGE-MAX-VALUE(WS-RANGE-IDX)
				TO OPSUS-RANGE-MAX-VALUE(WS-RANGE-IDX)
		END-PERFORM
	ELSE
		SET OPSUS-RANGES-DEFAULT TO TRUE
		MOVE 1 TO OPSUS-RANGE-COUNT
		MOVE WS-OPERAND-RANGE-MIN TO OPSUS-RANGE-MIN-VALUE(1)
		MOVE WS-OPERAND-RANGE-MAX TO OPSUS-RANGE-MAX-VALUE(1)
	END-IF
	WRITE SUSPENSE-RECORD.

3400-WRITE-CLASSIFIED-RECORD.
	MOVE OPERAND-INPUT-RECORD TO OPCLS-OPERAND-DATA
	WRITE CLASSIFIED-RECORD
	ADD 1 TO WS-STEP-RECORDS-WRITTEN
	PERFORM 3450-WRITE-TRACE-SIGHTING.

*>  THE SIGHTING CARRIES THE RUN'S STARTED STAMP SO THE TRACE
*>  CROSS-REFERENCE CAN TELL AN ABENDED RUN AND ITS RESTART APART
*>  WHEN BOTH GENERATIONS HOLD THE SAME POST-CHECKPOINT RECORD.
3450-WRITE-TRACE-SIGHTING.
	MOVE OP-RECORD-KEY TO OPTRS-RECORD-KEY
	MOVE OP-DATE TO OPTRS-BUSINESS-DATE
	MOVE WS-RUN-STARTED-DATE TO OPTRS-RUN-DATE
	MOVE WS-RUN-STARTED-TIME TO OPTRS-RUN-TIME
	IF RESUMING-INTERRUPTED-RUN
		SET OPTRS-RUN-RESTART TO TRUE
	ELSE
		SET OPTRS-RUN-NORMAL TO TRUE
	END-IF
	MOVE OPCLS-DISPOSITION-CODE TO OPTRS-DISPOSITION-CODE
	MOVE OP-TRANSACTION-TYPE TO OPTRS-TRANSACTION-TYPE
	MOVE OPERAND1 TO OPTRS-OPERAND-VALUE
	MOVE OP-CLASSIFICATION-RESULT TO OPTRS-CLASS-RESULT
	MOVE OP-VALUE-BAND-RESULT TO OPTRS-VALUE-BAND
	WRITE TRACE-SIGHTING-RECORD.

3500-COMPUTE-OPERANDS.
	IF OPERAND1 IS NOT NUMERIC OR OPERAND2 IS NOT NUMERIC
	MOVE WS-CURR-TIME-6 TO OPEXCP-LOGGED-TIME
	WRITE EXCEPTION-RECORD.

*>  A REVERSAL IS ACCEPTED ONLY AGAINST AN ORIGINAL ON THE
*>  CLASSIFIED-KEY INDEX (KEY PLUS THE ORIGINAL'S BUSINESS DATE)
*>  THAT HAS NOT ALREADY BEEN REVERSED, ON A PRIOR NIGHT OR EARLIER
*>  IN THIS RUN. THE ACCEPTED REVERSAL TAKES THE ORIGINAL'S VALUE,
*>  CLASS AND BAND SO OPVALSUM OFFSETS EXACTLY WHAT WAS POSTED.
*>  THE INDEX IS BUILT FROM THE LATEST TWO CLASSIFIED GENERATIONS,
*>  SO IT CAN CARRY A REVERSAL STAMPED BY A NIGHT THAT NEVER CLOSED.
*>  A STAMP DATED THIS REVERSAL'S OWN BUSINESS DATE CAN ONLY COME
*>  FROM AN EARLIER, UNCOMMITTED RUN OF THAT DATE - A CLOSED DATE IS
*>  NEVER RUN AGAIN - SO THE RERUN ACCEPTS IT. A REPEAT INSIDE THIS
*>  RUN IS STILL CAUGHT BY THE LAST-REVERSED KEY.
3600-PROCESS-REVERSAL.
	MOVE "N" TO WS-ORIGINAL-FOUND-SWITCH
	IF CLSIDX-AVAILABLE AND OP-REVERSED-DATE IS NUMERIC
		MOVE OP-RECORD-KEY TO OPCIX-RECORD-KEY
		MOVE OP-REVERSED-DATE TO OPCIX-BUSINESS-DATE
		READ CLASSIFIED-INDEX-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET ORIGINAL-FOUND TO TRUE
		END-READ
	END-IF
	IF NOT ORIGINAL-FOUND
		MOVE "REV UNKNOWN" TO OPEXCP-REASON-CODE
		PERFORM 3650-REFUSE-REVERSAL
	ELSE
		IF (OPCIX-REVERSED AND OPCIX-REVERSED-DATE NOT = OP-DATE)
		   OR OPCIX-INDEX-KEY = WS-LAST-REVERSED-KEY
			MOVE "ALREADY REVD" TO OPEXCP-REASON-CODE
			PERFORM 3650-REFUSE-REVERSAL
		ELSE
			SET OPCLS-DISP-REVERSAL TO TRUE
			ADD 1 TO WS-REVERSAL-COUNT
			ADD 1 TO WS-SRC-REVERSAL-COUNT(WS-SRC-SLOT)
			MOVE OPCIX-INDEX-KEY TO WS-LAST-REVERSED-KEY
			MOVE OPCIX-OPERAND-VALUE TO OPERAND1
			MOVE OPCIX-CLASS-RESULT TO OP-CLASSIFICATION-RESULT
			MOVE OPCIX-VALUE-BAND TO OP-VALUE-BAND-RESULT
			DISPLAY "REVERSAL ACCEPTED FOR KEY " OP-RECORD-KEY
				" DATED " OP-REVERSED-DATE
		END-IF
	END-IF.

3650-REFUSE-REVERSAL.
	SET OPCLS-DISP-EXCEPTION TO TRUE
	ADD 1 TO WS-REVERSAL-ERROR-COUNT
	DISPLAY "REVERSAL REFUSED - " OPEXCP-REASON-CODE
		" FOR KEY " OP-RECORD-KEY
	MOVE OPEXCP-REASON-CODE TO OP-CLASSIFICATION-RESULT
	MOVE SPACES TO OP-VALUE-BAND-RESULT
	MOVE OP-RECORD-KEY TO OPEXCP-RECORD-KEY
	MOVE OPERAND1 TO OPEXCP-BAD-VALUE
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO OPEXCP-LOGGED-DATE
	MOVE WS-CURR-TIME-6 TO OPEXCP-LOGGED-TIME
	WRITE EXCEPTION-RECORD.

4000-CHECKPOINT-IF-DUE.
	ADD 1 TO WS-RECORDS-SINCE-CHKPT
	ADD 1 TO WS-RECORDS-PROCESSED
	MOVE "COMPUTE ERROR" TO WS-SUM-LABEL
	MOVE WS-COMPUTE-ERROR-COUNT TO WS-SUM-COUNT
	WRITE REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REVERSED" TO WS-SUM-LABEL
	MOVE WS-REVERSAL-COUNT TO WS-SUM-COUNT
	WRITE REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REVERSAL REFUSED" TO WS-SUM-LABEL
	MOVE WS-REVERSAL-ERROR-COUNT TO WS-SUM-COUNT
	WRITE REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > WS-BAND-COUNT
		MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-SUM-LABEL
		MOVE WS-BAND-ENTRY-COUNT(WS-BAND-IDX) TO WS-SUM-COUNT
	COMPUTE WS-SUM-COUNT = WS-NUMERIC-COUNT + WS-NOT-NUMERIC-COUNT
		+ WS-REJECTED-COUNT + WS-DUPLICATE-COUNT
		+ WS-WRONG-DATE-COUNT + WS-COMPUTE-ERROR-COUNT
		+ WS-REVERSAL-COUNT + WS-REVERSAL-ERROR-COUNT
	WRITE REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	PERFORM 7100-WRITE-ACTUAL-TOTALS
	PERFORM 7200-WRITE-HISTORY-RECORDS
			TO OPHIST-REJECTED-COUNT
		MOVE WS-SRC-UNBANDED-COUNT(WS-SRC-IDX)
			TO OPHIST-UNBANDED-COUNT
		MOVE WS-SRC-REVERSAL-COUNT(WS-SRC-IDX)
			TO OPHIST-REVERSAL-COUNT
		MOVE WS-BAND-COUNT TO OPHIST-BAND-ENTRIES
		PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
				UNTIL WS-BAND-IDX > WS-BAND-MAX-ENTRIES
	END-IF.

9000-TERMINATE.
	IF PARTITION-RUN
		PERFORM 9300-DEFER-QUALITY-GATE
	ELSE
		PERFORM 9200-APPLY-QUALITY-GATE
	END-IF
	IF WS-RECORDS-PROCESSED-RUN > ZERO
		PERFORM 4100-WRITE-CHECKPOINT
	ELSE
	CLOSE OPERAND-FILE
	CLOSE REPORT-FILE
	CLOSE EXCEPTION-FILE
	CLOSE SUSPENSE-FILE
	CLOSE CLASSIFIED-FILE
	CLOSE TRACE-SIGHTING-FILE
	CLOSE RESTART-OUT-FILE
	CLOSE ACTUAL-TOTALS-FILE
	CLOSE HISTORY-OUT-FILE
	CLOSE GAP-REPORT-FILE
	CLOSE GAP-DETAIL-FILE
	CLOSE GATE-STATUS-FILE
	IF CLSIDX-AVAILABLE
		CLOSE CLASSIFIED-INDEX-FILE
	END-IF
	PERFORM 9100-STAMP-RUN-COMPLETED
	CLOSE RUN-CONTROL-OUT-FILE
	MOVE WS-RECORDS-PROCESSED-RUN TO WS-STEP-RECORDS-READ
	PERFORM 9900-END-STEP-TIMING.

9100-STAMP-RUN-COMPLETED.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
			TO OPQG-REJECTED-COUNT
		WRITE GATE-STATUS-RECORD
	END-PERFORM.

*>  A PARTITION'S SHARE OF THE DAY IS NOT WHAT THE GATE JUDGES -
*>  ITS ACTUALS AND HISTORY ROWS CARRY THE COUNTS THE MERGE SUMS
*>  BEFORE APPLYING THE TOLERANCES ONCE FOR THE WHOLE DAY. NO GATE
*>  STATUS RECORD IS WRITTEN HERE AND THE STEP ENDS CLEAN.
9300-DEFER-QUALITY-GATE.
	MOVE SPACES TO REPORT-LINE
	WRITE REPORT-LINE
	MOVE "QUALITY GATE: JUDGED AT MERGE" TO REPORT-LINE
	WRITE REPORT-LINE
	DISPLAY "QUALITY GATE: JUDGED AT MERGE - PARTITION "
		WS-PTN-NUMBER
	MOVE ZERO TO RETURN-CODE.

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
