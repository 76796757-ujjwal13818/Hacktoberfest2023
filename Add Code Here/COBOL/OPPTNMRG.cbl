IDENTIFICATION DIVISION.
PROGRAM-ID. OPPTNMRG.
*> OPPTNMRG - partitioned classification merge.
*> On a partitioned night the sorted operand stream is split by
*> source system and one IFELSE runs per partition at the same
*> time. The record files (OPCLSOUT, OPEXCPT, OPGAPDTL, OPTRCOUT,
*> and the OPHIST history rows) come back together in key order
*> through SORT MERGE steps ahead of this program; this program
*> does the part a merge of records cannot: it adds up each
*> partition's per-date actual totals into the one OPCTOTAL record
*> per date OPRECON reconciles, re-applies the OPTOLER quality-gate
*> tolerances to the combined counts (the same tests IFELSE makes
*> on a single-pass night, so the verdict and return code match),
*> writes the OPQGATE status records OPNIGHTS reads, and folds the
*> partitions' STARTED/COMPLETED run-control stamps into one pair
*> per date for the success path to promote. Every date must carry
*> a COMPLETED stamp and an actuals record from every partition
*> named on the OPPMPRM card - a partition that did not finish, or
*> a stale generation from an earlier night, stops the merge with
*> return code 16 before anything is written, so the night cannot
*> close on part of the day.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MERGE-PARM-FILE ASSIGN TO OPPMPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT RUN-CONTROL-IN-FILE ASSIGN TO OPRCTLIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-IN-STATUS.
	SELECT ACTUAL-TOTALS-IN-FILE ASSIGN TO OPACTIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ACTUAL-IN-STATUS.
	SELECT HISTORY-IN-FILE ASSIGN TO OPHISTIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-HISTORY-IN-STATUS.
	SELECT TOLERANCE-PARM-FILE ASSIGN TO OPTOLER
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TOLERANCE-STATUS.
	SELECT ACTUAL-TOTALS-OUT-FILE ASSIGN TO OPACTOT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ACTUAL-OUT-STATUS.
	SELECT RUN-CONTROL-OUT-FILE ASSIGN TO OPRCTLOT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-OUT-STATUS.
	SELECT GATE-STATUS-FILE ASSIGN TO OPGATEST
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GATE-STATUS-STATUS.
	SELECT MERGE-REPORT-FILE ASSIGN TO OPPMRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MERGE-PARM-FILE
	RECORDING MODE IS F.
01  MERGE-PARM-RECORD                PIC X(80).
FD  RUN-CONTROL-IN-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-IN-RECORD            PIC X(37).
FD  ACTUAL-TOTALS-IN-FILE
	RECORDING MODE IS F.
01  ACTUAL-TOTALS-IN-RECORD          PIC X(29).
FD  HISTORY-IN-FILE
	RECORDING MODE IS F.
01  HISTORY-IN-RECORD.
	COPY OPHIST.
FD  TOLERANCE-PARM-FILE
	RECORDING MODE IS F.
01  TOLERANCE-PARM-RECORD.
	COPY OPTOLER.
FD  ACTUAL-TOTALS-OUT-FILE
	RECORDING MODE IS F.
01  ACTUAL-TOTALS-OUT-RECORD         PIC X(29).
FD  RUN-CONTROL-OUT-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-OUT-RECORD           PIC X(37).
FD  GATE-STATUS-FILE
	RECORDING MODE IS F.
01  GATE-STATUS-RECORD.
	COPY OPQGATE.
FD  MERGE-REPORT-FILE
	RECORDING MODE IS F.
01  MERGE-REPORT-LINE                PIC X(80).
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-PARM-STATUS PIC XX.
	77 WS-RUNCTL-IN-STATUS PIC XX.
	77 WS-ACTUAL-IN-STATUS PIC XX.
	77 WS-HISTORY-IN-STATUS PIC XX.
	77 WS-TOLERANCE-STATUS PIC XX.
	77 WS-ACTUAL-OUT-STATUS PIC XX.
	77 WS-RUNCTL-OUT-STATUS PIC XX.
	77 WS-GATE-STATUS-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-STEP-TIMING-STATUS PIC XX.

*>  COLUMNS 1-2 OF THE OPPMPRM CARD: HOW MANY PARTITIONS THE
*>  SPLIT PRODUCED, I.E. HOW MANY COMPLETED STAMPS EACH DATE NEEDS.
	01  WS-MERGE-PARM.
		05  WS-PARM-PARTITIONS       PIC X(02).
		05  WS-PARM-PARTITIONS-N REDEFINES WS-PARM-PARTITIONS
		                             PIC 9(02).
		05  FILLER                   PIC X(78).
	77  WS-PARTITION-COUNT PIC 9(02) VALUE ZERO.

	01  WS-RUN-CONTROL-RECORD.
		COPY OPRUNCTL.
	01  WS-ACTUAL-TOTALS.
		COPY OPCTOTAL.

*>  ONE SLOT PER BUSINESS DATE THE PARTITIONS STAMPED, IN THE
*>  ORDER FIRST SEEN - THE SAME OPEN DATES, IN THE SAME ORDER,
*>  EVERY PARTITION READ FROM RUNCTL.CURR. SAME LIMIT AS IFELSE.
	77  WS-MDT-MAX-ENTRIES PIC 9(02) VALUE 10.
	77  WS-MDT-COUNT PIC 9(02) VALUE ZERO.
	77  WS-MDT-IDX PIC 9(02) VALUE ZERO.
	77  WS-MDT-SLOT PIC 9(02) VALUE ZERO.
	01  WS-MERGE-DATE-TABLE.
		05  WS-MDT-ENTRY OCCURS 10 TIMES.
			10  WS-MDT-DATE              PIC 9(08) VALUE ZERO.
			10  WS-MDT-COMPLETED-STAMPS  PIC 9(02) VALUE ZERO.
			10  WS-MDT-ACTUALS-RECORDS   PIC 9(02) VALUE ZERO.
			10  WS-MDT-STARTED-STAMP.
				15  WS-MDT-STARTED-DATE  PIC 9(08) VALUE ZERO.
				15  WS-MDT-STARTED-TIME  PIC 9(06) VALUE ZERO.
			10  WS-MDT-COMPLETED-STAMP.
				15  WS-MDT-COMPLETED-DATE PIC 9(08) VALUE ZERO.
				15  WS-MDT-COMPLETED-TIME PIC 9(06) VALUE ZERO.
			10  WS-MDT-NUMERIC-COUNT     PIC 9(07) VALUE ZERO.
			10  WS-MDT-NOT-NUMERIC-COUNT PIC 9(07) VALUE ZERO.
			10  WS-MDT-REJECTED-COUNT    PIC 9(07) VALUE ZERO.

	77  WS-NUMERIC-COUNT PIC 9(07) VALUE ZERO.
	77  WS-NOT-NUMERIC-COUNT PIC 9(07) VALUE ZERO.
	77  WS-REJECTED-COUNT PIC 9(07) VALUE ZERO.
	77  WS-UNBANDED-COUNT PIC 9(07) VALUE ZERO.
	77  WS-HISTORY-ROWS PIC 9(05) VALUE ZERO.
	77  WS-MERGE-SWITCH PIC X VALUE "Y".
		88  MERGE-COMPLETE VALUE "Y".
		88  MERGE-INCOMPLETE VALUE "N".

*>  QUALITY-GATE TOLERANCES - THE SAME SHOP DEFAULTS IFELSE
*>  PRELOADS, OVERRIDDEN FROM OPTOLER WHEN IT IS PRESENT.
	01  WS-TOLERANCE-LIMITS.
		05  WS-TOL-NOTNUM-WARN-PCT   PIC 9(03) VALUE 005.
		05  WS-TOL-NOTNUM-FAIL-PCT   PIC 9(03) VALUE 010.
		05  WS-TOL-REJECT-WARN-PCT   PIC 9(03) VALUE 005.
		05  WS-TOL-REJECT-FAIL-PCT   PIC 9(03) VALUE 010.
		05  WS-TOL-UNBANDED-WARN     PIC 9(07) VALUE 0000100.
		05  WS-TOL-UNBANDED-FAIL     PIC 9(07) VALUE 0001000.
	77  WS-QUALITY-BASE PIC 9(9) VALUE ZERO.
	77  WS-NOTNUM-PCT PIC 9(3)V9 VALUE ZERO.
	77  WS-REJECT-PCT PIC 9(3)V9 VALUE ZERO.
	77  WS-QUALITY-GRADE PIC 9(2) VALUE ZERO.
	77  WS-GATE-TEXT PIC X(26) VALUE SPACES.
	77  WS-PCT-DISPLAY PIC ZZ9.9.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(29) VALUE "IFELSE PARTITION MERGE REPORT".
		05  FILLER PIC X(17) VALUE SPACES.
		05  FILLER PIC X(20) VALUE "PARTITIONS EXPECTED ".
		05  WS-HDG-PARTITIONS PIC Z9.
		05  FILLER PIC X(12) VALUE SPACES.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(40) VALUE
			"BUSINESS  COMPLETED  ACTUALS   NUMERIC  ".
		05  FILLER PIC X(40) VALUE
			"NOT NUMERIC   REJECTED  STATUS          ".

	01  WS-REPORT-DATE-LINE.
		05  WS-RDT-DATE         PIC 9(08).
		05  FILLER              PIC X(6) VALUE SPACES.
		05  WS-RDT-COMPLETED    PIC Z9.
		05  FILLER              PIC X(7) VALUE SPACES.
		05  WS-RDT-ACTUALS      PIC Z9.
		05  FILLER              PIC X(3) VALUE SPACES.
		05  WS-RDT-NUMERIC      PIC ZZZ,ZZ9.
		05  FILLER              PIC X(5) VALUE SPACES.
		05  WS-RDT-NOT-NUMERIC  PIC ZZZ,ZZ9.
		05  FILLER              PIC X(4) VALUE SPACES.
		05  WS-RDT-REJECTED     PIC ZZZ,ZZ9.
		05  FILLER              PIC X(2) VALUE SPACES.
		05  WS-RDT-STATUS       PIC X(12).
		05  FILLER              PIC X(8) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(20).
		05  WS-SUM-COUNT      PIC ZZZ,ZZ9.
		05  FILLER            PIC X(53) VALUE SPACES.

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE. THE
*>  BUSINESS DATE IS THE LATEST DATE THE PARTITIONS STAMPED, AS
*>  IFELSE TAKES ITS LATEST OPEN DATE.
	77  WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPPTNMRG".
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
	PERFORM 3000-ADD-ACTUAL-TOTALS
	PERFORM 4000-READ-HISTORY-ROWS
	PERFORM 5000-CHECK-PARTITIONS
	IF MERGE-INCOMPLETE
		PERFORM 9000-TERMINATE
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 6000-APPLY-QUALITY-GATE
	PERFORM 7000-WRITE-MERGED-OUTPUTS
	PERFORM 9000-TERMINATE
	MOVE WS-QUALITY-GRADE TO RETURN-CODE
	STOP RUN.

1000-INITIALIZE.
	PERFORM 1100-READ-MERGE-PARM
	OPEN INPUT RUN-CONTROL-IN-FILE
	IF WS-RUNCTL-IN-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN RUN-CONTROL-IN-FILE, STATUS = "
			WS-RUNCTL-IN-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT ACTUAL-TOTALS-IN-FILE
	IF WS-ACTUAL-IN-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN ACTUAL-TOTALS-IN-FILE, STATUS = "
			WS-ACTUAL-IN-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT HISTORY-IN-FILE
	IF WS-HISTORY-IN-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN HISTORY-IN-FILE, STATUS = "
			WS-HISTORY-IN-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT ACTUAL-TOTALS-OUT-FILE
	IF WS-ACTUAL-OUT-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN ACTUAL-TOTALS-OUT-FILE, STATUS = "
			WS-ACTUAL-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT RUN-CONTROL-OUT-FILE
	IF WS-RUNCTL-OUT-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN RUN-CONTROL-OUT-FILE, STATUS = "
			WS-RUNCTL-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT GATE-STATUS-FILE
	IF WS-GATE-STATUS-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN GATE-STATUS-FILE, STATUS = "
			WS-GATE-STATUS-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT MERGE-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN MERGE-REPORT-FILE, STATUS = "
			WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1500-LOAD-TOLERANCES
	MOVE WS-PARTITION-COUNT TO WS-HDG-PARTITIONS
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-HEADING-1
	MOVE SPACES TO MERGE-REPORT-LINE
	WRITE MERGE-REPORT-LINE
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-HEADING-2.

1100-READ-MERGE-PARM.
	OPEN INPUT MERGE-PARM-FILE
	IF WS-PARM-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - UNABLE TO OPEN MERGE-PARM-FILE, STATUS = "
			WS-PARM-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	READ MERGE-PARM-FILE INTO WS-MERGE-PARM
		AT END MOVE "10" TO WS-PARM-STATUS
	END-READ
	CLOSE MERGE-PARM-FILE
	IF WS-PARM-STATUS NOT = "00"
		DISPLAY "OPPTNMRG - NO PARTITION COUNT CARD SUPPLIED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-PARM-PARTITIONS IS NOT NUMERIC
	   OR WS-PARM-PARTITIONS-N = ZERO
		DISPLAY "OPPTNMRG - INVALID PARTITION COUNT: "
			WS-PARM-PARTITIONS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-PARM-PARTITIONS-N TO WS-PARTITION-COUNT.

1500-LOAD-TOLERANCES.
	OPEN INPUT TOLERANCE-PARM-FILE
	IF WS-TOLERANCE-STATUS = "00"
		READ TOLERANCE-PARM-FILE
			AT END MOVE "10" TO WS-TOLERANCE-STATUS
		END-READ
		IF WS-TOLERANCE-STATUS = "00"
			MOVE OPTOLER-NOTNUM-WARN-PCT TO WS-TOL-NOTNUM-WARN-PCT
			MOVE OPTOLER-NOTNUM-FAIL-PCT TO WS-TOL-NOTNUM-FAIL-PCT
			MOVE OPTOLER-REJECT-WARN-PCT TO WS-TOL-REJECT-WARN-PCT
			MOVE OPTOLER-REJECT-FAIL-PCT TO WS-TOL-REJECT-FAIL-PCT
			MOVE OPTOLER-UNBANDED-WARN TO WS-TOL-UNBANDED-WARN
			MOVE OPTOLER-UNBANDED-FAIL TO WS-TOL-UNBANDED-FAIL
		ELSE
			DISPLAY "WARNING - TOLERANCE PARAMETER FILE IS EMPTY, "
				"USING DEFAULT QUALITY TOLERANCES"
		END-IF
		CLOSE TOLERANCE-PARM-FILE
	ELSE
		DISPLAY "WARNING - TOLERANCE PARAMETER FILE NOT AVAILABLE, "
			"USING DEFAULT QUALITY TOLERANCES"
	END-IF.

*>  STEP TIMING LOG FOR THE WEEKLY BATCH WINDOW REPORT (OPSLARPT).
*>  A START RECORD GOES TO OPSTPTIM ONCE THE BUSINESS DATE IS KNOWN
*>  AND AN END RECORD AT TERMINATION. THE LOG IS READ FIRST - AN
*>  EARLIER START FOR THIS STEP AND DATE MAKES THIS RUN A RERUN.
*>  TIMING NEVER STOPS THE STEP: NO LOG MEANS THE RUN IS NOT TIMED.
1900-START-STEP-TIMING.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	IF WS-BUSINESS-DATE = ZERO
		MOVE WS-CURR-DATE-8 TO WS-BUSINESS-DATE
	END-IF
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
		DISPLAY "OPPTNMRG - STEP ALREADY STARTED FOR BUSINESS DATE "
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

*>  EVERY PARTITION STAMPS EACH OPEN DATE STARTED WHEN IT BEGINS
*>  AND COMPLETED WHEN IT ENDS. THE MERGED DAY STARTED WHEN THE
*>  FIRST PARTITION STARTED AND COMPLETED WHEN THE LAST ONE DID.
2000-LOAD-RUN-CONTROL.
	PERFORM UNTIL WS-RUNCTL-IN-STATUS NOT = "00"
		READ RUN-CONTROL-IN-FILE INTO WS-RUN-CONTROL-RECORD
			AT END MOVE "10" TO WS-RUNCTL-IN-STATUS
		END-READ
		IF WS-RUNCTL-IN-STATUS = "00"
			ADD 1 TO WS-STEP-RECORDS-READ
			PERFORM 2100-LOCATE-DATE-SLOT
			IF WS-MDT-SLOT > ZERO
				PERFORM 2200-NOTE-RUN-CONTROL-STAMP
			END-IF
		END-IF
	END-PERFORM
	IF WS-MDT-COUNT = ZERO
		DISPLAY "OPPTNMRG - NO PARTITION RUN-CONTROL STAMPS FOUND"
		SET MERGE-INCOMPLETE TO TRUE
	END-IF.

2100-LOCATE-DATE-SLOT.
	MOVE ZERO TO WS-MDT-SLOT
	PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
			UNTIL WS-MDT-IDX > WS-MDT-COUNT OR WS-MDT-SLOT > ZERO
		IF WS-MDT-DATE(WS-MDT-IDX) = OPRCTL-BUSINESS-DATE
			MOVE WS-MDT-IDX TO WS-MDT-SLOT
		END-IF
	END-PERFORM
	IF WS-MDT-SLOT = ZERO
		IF WS-MDT-COUNT < WS-MDT-MAX-ENTRIES
			ADD 1 TO WS-MDT-COUNT
			MOVE OPRCTL-BUSINESS-DATE TO WS-MDT-DATE(WS-MDT-COUNT)
			MOVE WS-MDT-COUNT TO WS-MDT-SLOT
			IF OPRCTL-BUSINESS-DATE > WS-BUSINESS-DATE
				MOVE OPRCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
			END-IF
		ELSE
			DISPLAY "OPPTNMRG - MORE THAN " WS-MDT-MAX-ENTRIES
				" BUSINESS DATES IN THE PARTITION STAMPS"
			SET MERGE-INCOMPLETE TO TRUE
		END-IF
	END-IF.

2200-NOTE-RUN-CONTROL-STAMP.
	IF WS-MDT-STARTED-DATE(WS-MDT-SLOT) = ZERO
	   OR OPRCTL-STARTED-TIMESTAMP < WS-MDT-STARTED-STAMP(WS-MDT-SLOT)
		MOVE OPRCTL-STARTED-TIMESTAMP
			TO WS-MDT-STARTED-STAMP(WS-MDT-SLOT)
	END-IF
	IF OPRCTL-STATUS-COMPLETE
		ADD 1 TO WS-MDT-COMPLETED-STAMPS(WS-MDT-SLOT)
		IF OPRCTL-COMPLETED-TIMESTAMP
		   > WS-MDT-COMPLETED-STAMP(WS-MDT-SLOT)
			MOVE OPRCTL-COMPLETED-TIMESTAMP
				TO WS-MDT-COMPLETED-STAMP(WS-MDT-SLOT)
		END-IF
	END-IF.

*>  EACH PARTITION WRITES ONE ACTUALS RECORD PER OPEN DATE, ZERO
*>  COUNTS INCLUDED. ACTUALS FOR A DATE NO PARTITION STAMPED CAN
*>  ONLY BE A STALE GENERATION.
3000-ADD-ACTUAL-TOTALS.
	PERFORM UNTIL WS-ACTUAL-IN-STATUS NOT = "00"
		READ ACTUAL-TOTALS-IN-FILE INTO WS-ACTUAL-TOTALS
			AT END MOVE "10" TO WS-ACTUAL-IN-STATUS
		END-READ
		IF WS-ACTUAL-IN-STATUS = "00"
			ADD 1 TO WS-STEP-RECORDS-READ
			PERFORM 3100-ADD-ONE-ACTUALS-RECORD
		END-IF
	END-PERFORM.

3100-ADD-ONE-ACTUALS-RECORD.
	MOVE ZERO TO WS-MDT-SLOT
	PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
			UNTIL WS-MDT-IDX > WS-MDT-COUNT OR WS-MDT-SLOT > ZERO
		IF WS-MDT-DATE(WS-MDT-IDX) = OPCTOTAL-BUSINESS-DATE
			MOVE WS-MDT-IDX TO WS-MDT-SLOT
		END-IF
	END-PERFORM
	IF WS-MDT-SLOT = ZERO
		DISPLAY "OPPTNMRG - ACTUALS DATED " OPCTOTAL-BUSINESS-DATE
			" MATCH NO PARTITION RUN-CONTROL STAMP"
		SET MERGE-INCOMPLETE TO TRUE
	ELSE
		ADD 1 TO WS-MDT-ACTUALS-RECORDS(WS-MDT-SLOT)
		ADD OPCTOTAL-NUMERIC-COUNT
			TO WS-MDT-NUMERIC-COUNT(WS-MDT-SLOT)
		ADD OPCTOTAL-NOT-NUMERIC-COUNT
			TO WS-MDT-NOT-NUMERIC-COUNT(WS-MDT-SLOT)
		ADD OPCTOTAL-REJECTED-COUNT
			TO WS-MDT-REJECTED-COUNT(WS-MDT-SLOT)
		ADD OPCTOTAL-NUMERIC-COUNT TO WS-NUMERIC-COUNT
		ADD OPCTOTAL-NOT-NUMERIC-COUNT TO WS-NOT-NUMERIC-COUNT
		ADD OPCTOTAL-REJECTED-COUNT TO WS-REJECTED-COUNT
	END-IF.

*>  THE GATE'S UNBANDED TEST IS OVER THE WHOLE DAY. A PARTITION'S
*>  GATE RECORD IS NOT WRITTEN, BUT ITS HISTORY ROWS CARRY EVERY
*>  UNBANDED OPERAND (OVERFLOW FOLDING INCLUDED), SO THE MERGED
*>  ROWS ADD UP TO THE COUNT A SINGLE PASS WOULD HAVE JUDGED.
4000-READ-HISTORY-ROWS.
	PERFORM UNTIL WS-HISTORY-IN-STATUS NOT = "00"
		READ HISTORY-IN-FILE
			AT END MOVE "10" TO WS-HISTORY-IN-STATUS
		END-READ
		IF WS-HISTORY-IN-STATUS = "00"
			ADD 1 TO WS-HISTORY-ROWS
			ADD 1 TO WS-STEP-RECORDS-READ
			ADD OPHIST-UNBANDED-COUNT TO WS-UNBANDED-COUNT
		END-IF
	END-PERFORM.

5000-CHECK-PARTITIONS.
	PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
			UNTIL WS-MDT-IDX > WS-MDT-COUNT
		MOVE WS-MDT-DATE(WS-MDT-IDX) TO WS-RDT-DATE
		MOVE WS-MDT-COMPLETED-STAMPS(WS-MDT-IDX) TO WS-RDT-COMPLETED
		MOVE WS-MDT-ACTUALS-RECORDS(WS-MDT-IDX) TO WS-RDT-ACTUALS
		MOVE WS-MDT-NUMERIC-COUNT(WS-MDT-IDX) TO WS-RDT-NUMERIC
		MOVE WS-MDT-NOT-NUMERIC-COUNT(WS-MDT-IDX)
			TO WS-RDT-NOT-NUMERIC
		MOVE WS-MDT-REJECTED-COUNT(WS-MDT-IDX) TO WS-RDT-REJECTED
		IF WS-MDT-COMPLETED-STAMPS(WS-MDT-IDX) = WS-PARTITION-COUNT
		   AND WS-MDT-ACTUALS-RECORDS(WS-MDT-IDX) = WS-PARTITION-COUNT
			MOVE "COMPLETE" TO WS-RDT-STATUS
		ELSE
			MOVE "*INCOMPLETE*" TO WS-RDT-STATUS
			SET MERGE-INCOMPLETE TO TRUE
			DISPLAY "OPPTNMRG - BUSINESS DATE "
				WS-MDT-DATE(WS-MDT-IDX) " HAS "
				WS-MDT-COMPLETED-STAMPS(WS-MDT-IDX)
				" COMPLETED STAMPS AND "
				WS-MDT-ACTUALS-RECORDS(WS-MDT-IDX)
				" ACTUALS RECORDS FOR " WS-PARTITION-COUNT
				" PARTITIONS"
		END-IF
		WRITE MERGE-REPORT-LINE FROM WS-REPORT-DATE-LINE
	END-PERFORM
	IF MERGE-INCOMPLETE
		MOVE SPACES TO MERGE-REPORT-LINE
		WRITE MERGE-REPORT-LINE
		MOVE "*** PARTITION RUN INCOMPLETE - NOTHING MERGED ***"
			TO MERGE-REPORT-LINE
		WRITE MERGE-REPORT-LINE
		DISPLAY "OPPTNMRG - PARTITION RUN INCOMPLETE, NOTHING MERGED"
	END-IF.

*>  THE SAME TESTS, IN THE SAME ORDER, AS IFELSE'S OWN
*>  9200-APPLY-QUALITY-GATE - A CHANGE TO ONE BELONGS IN BOTH, OR
*>  A PARTITIONED NIGHT AND A SINGLE-PASS NIGHT STOP AGREEING.
6000-APPLY-QUALITY-GATE.
	COMPUTE WS-QUALITY-BASE = WS-NUMERIC-COUNT
		+ WS-NOT-NUMERIC-COUNT + WS-REJECTED-COUNT
	IF WS-QUALITY-BASE > ZERO
		COMPUTE WS-NOTNUM-PCT ROUNDED =
			WS-NOT-NUMERIC-COUNT * 100 / WS-QUALITY-BASE
		COMPUTE WS-REJECT-PCT ROUNDED =
			WS-REJECTED-COUNT * 100 / WS-QUALITY-BASE
		MOVE WS-NOTNUM-PCT TO WS-PCT-DISPLAY
		IF WS-NOTNUM-PCT NOT LESS THAN WS-TOL-NOTNUM-FAIL-PCT
			MOVE 8 TO WS-QUALITY-GRADE
			DISPLAY "QUALITY BREACH - NOT NUMERIC " WS-PCT-DISPLAY
				" PCT AT OR ABOVE LIMIT " WS-TOL-NOTNUM-FAIL-PCT
		ELSE
			IF WS-NOTNUM-PCT NOT LESS THAN WS-TOL-NOTNUM-WARN-PCT
				IF WS-QUALITY-GRADE < 4
					MOVE 4 TO WS-QUALITY-GRADE
				END-IF
				DISPLAY "QUALITY WARNING - NOT NUMERIC " WS-PCT-DISPLAY
					" PCT AT OR ABOVE LIMIT " WS-TOL-NOTNUM-WARN-PCT
			END-IF
		END-IF
		MOVE WS-REJECT-PCT TO WS-PCT-DISPLAY
		IF WS-REJECT-PCT NOT LESS THAN WS-TOL-REJECT-FAIL-PCT
			MOVE 8 TO WS-QUALITY-GRADE
			DISPLAY "QUALITY BREACH - REJECTED " WS-PCT-DISPLAY
				" PCT AT OR ABOVE LIMIT " WS-TOL-REJECT-FAIL-PCT
		ELSE
			IF WS-REJECT-PCT NOT LESS THAN WS-TOL-REJECT-WARN-PCT
				IF WS-QUALITY-GRADE < 4
					MOVE 4 TO WS-QUALITY-GRADE
				END-IF
				DISPLAY "QUALITY WARNING - REJECTED " WS-PCT-DISPLAY
					" PCT AT OR ABOVE LIMIT " WS-TOL-REJECT-WARN-PCT
			END-IF
		END-IF
		IF WS-UNBANDED-COUNT NOT LESS THAN WS-TOL-UNBANDED-FAIL
			MOVE 8 TO WS-QUALITY-GRADE
			DISPLAY "QUALITY BREACH - UNBANDED COUNT "
				WS-UNBANDED-COUNT " AT OR ABOVE LIMIT "
				WS-TOL-UNBANDED-FAIL
		ELSE
			IF WS-UNBANDED-COUNT NOT LESS THAN WS-TOL-UNBANDED-WARN
				IF WS-QUALITY-GRADE < 4
					MOVE 4 TO WS-QUALITY-GRADE
				END-IF
				DISPLAY "QUALITY WARNING - UNBANDED COUNT "
					WS-UNBANDED-COUNT " AT OR ABOVE LIMIT "
					WS-TOL-UNBANDED-WARN
			END-IF
		END-IF
	END-IF
	EVALUATE WS-QUALITY-GRADE
		WHEN 0
			MOVE "QUALITY GATE: CLEAN" TO WS-GATE-TEXT
		WHEN 4
			MOVE "QUALITY GATE: WARNING" TO WS-GATE-TEXT
		WHEN OTHER
			MOVE "QUALITY GATE: *BREACH*" TO WS-GATE-TEXT
	END-EVALUATE
	DISPLAY WS-GATE-TEXT " - RETURN CODE " WS-QUALITY-GRADE.

*>  ONE ACTUALS RECORD, ONE GATE RECORD, AND ONE STARTED/COMPLETED
*>  PAIR PER DATE, IN THE SAME SHAPE AND ORDER A SINGLE-PASS IFELSE
*>  WRITES THEM - STARTED STAMPS FIRST, THEN COMPLETED STAMPS.
7000-WRITE-MERGED-OUTPUTS.
	PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
			UNTIL WS-MDT-IDX > WS-MDT-COUNT
		MOVE WS-MDT-DATE(WS-MDT-IDX) TO OPCTOTAL-BUSINESS-DATE
		MOVE WS-MDT-NUMERIC-COUNT(WS-MDT-IDX)
			TO OPCTOTAL-NUMERIC-COUNT
		MOVE WS-MDT-NOT-NUMERIC-COUNT(WS-MDT-IDX)
			TO OPCTOTAL-NOT-NUMERIC-COUNT
		MOVE WS-MDT-REJECTED-COUNT(WS-MDT-IDX)
			TO OPCTOTAL-REJECTED-COUNT
		WRITE ACTUAL-TOTALS-OUT-RECORD FROM WS-ACTUAL-TOTALS
		ADD 1 TO WS-STEP-RECORDS-WRITTEN
		MOVE WS-MDT-DATE(WS-MDT-IDX) TO OPQG-BUSINESS-DATE
		MOVE WS-QUALITY-GRADE TO OPQG-QUALITY-GRADE
		MOVE WS-NOTNUM-PCT TO OPQG-NOTNUM-PCT
		MOVE WS-REJECT-PCT TO OPQG-REJECT-PCT
		MOVE WS-UNBANDED-COUNT TO OPQG-UNBANDED-COUNT
		MOVE WS-MDT-NUMERIC-COUNT(WS-MDT-IDX) TO OPQG-NUMERIC-COUNT
		MOVE WS-MDT-NOT-NUMERIC-COUNT(WS-MDT-IDX)
			TO OPQG-NOT-NUMERIC-COUNT
		MOVE WS-MDT-REJECTED-COUNT(WS-MDT-IDX) TO OPQG-REJECTED-COUNT
		WRITE GATE-STATUS-RECORD
		ADD 1 TO WS-STEP-RECORDS-WRITTEN
		MOVE WS-MDT-DATE(WS-MDT-IDX) TO OPRCTL-BUSINESS-DATE
		SET OPRCTL-STATUS-STARTED TO TRUE
		MOVE WS-MDT-STARTED-STAMP(WS-MDT-IDX)
			TO OPRCTL-STARTED-TIMESTAMP
		MOVE ZERO TO OPRCTL-COMPLETED-DATE
		MOVE ZERO TO OPRCTL-COMPLETED-TIME
		WRITE RUN-CONTROL-OUT-RECORD FROM WS-RUN-CONTROL-RECORD
		ADD 1 TO WS-STEP-RECORDS-WRITTEN
	END-PERFORM
	PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
			UNTIL WS-MDT-IDX > WS-MDT-COUNT
		MOVE WS-MDT-DATE(WS-MDT-IDX) TO OPRCTL-BUSINESS-DATE
		SET OPRCTL-STATUS-COMPLETE TO TRUE
		MOVE WS-MDT-STARTED-STAMP(WS-MDT-IDX)
			TO OPRCTL-STARTED-TIMESTAMP
		MOVE WS-MDT-COMPLETED-STAMP(WS-MDT-IDX)
			TO OPRCTL-COMPLETED-TIMESTAMP
		WRITE RUN-CONTROL-OUT-RECORD FROM WS-RUN-CONTROL-RECORD
		ADD 1 TO WS-STEP-RECORDS-WRITTEN
		DISPLAY "OPPTNMRG - RUN FOR BUSINESS DATE "
			WS-MDT-DATE(WS-MDT-IDX) " MARKED COMPLETE"
	END-PERFORM
	MOVE SPACES TO MERGE-REPORT-LINE
	WRITE MERGE-REPORT-LINE
	MOVE "NUMERIC" TO WS-SUM-LABEL
	MOVE WS-NUMERIC-COUNT TO WS-SUM-COUNT
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "NOT NUMERIC" TO WS-SUM-LABEL
	MOVE WS-NOT-NUMERIC-COUNT TO WS-SUM-COUNT
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REJECTED" TO WS-SUM-LABEL
	MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "UNBANDED" TO WS-SUM-LABEL
	MOVE WS-UNBANDED-COUNT TO WS-SUM-COUNT
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "HISTORY ROWS" TO WS-SUM-LABEL
	MOVE WS-HISTORY-ROWS TO WS-SUM-COUNT
	WRITE MERGE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE SPACES TO MERGE-REPORT-LINE
	WRITE MERGE-REPORT-LINE
	MOVE WS-GATE-TEXT TO MERGE-REPORT-LINE
	WRITE MERGE-REPORT-LINE.

9000-TERMINATE.
	CLOSE RUN-CONTROL-IN-FILE
	CLOSE ACTUAL-TOTALS-IN-FILE
	CLOSE HISTORY-IN-FILE
	CLOSE ACTUAL-TOTALS-OUT-FILE
	CLOSE RUN-CONTROL-OUT-FILE
	CLOSE GATE-STATUS-FILE
	CLOSE MERGE-REPORT-FILE
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
