*> path. MISSING means the drop box itself could not be opened.
*> Return code 4 flags any silent sender or diverted records; 0 is
*> a clean intake.
*> Each diverted record is also written whole, in the OPRTNREC
*> return-detail format and addressed to the sender whose drop box
*> it arrived in, to OPINTRTN - the OPEXCP reject carries only the
*> key and value, and its source code is the wrong one by
*> definition. OPSNDRTN sends these back to the sender nightly.
*> A record whose business date falls in a month the month-end
*> close (OPMCLOSE) has closed, per the OPPERIN period status
*> master, is not merged: it is written whole to OPPPADJ, the
*> prior-period adjustment file finance reviews, so a late record
*> can never change numbers finance has already closed. It does
*> not raise the return code - the record is accounted for.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT INTAKE-REJECT-FILE ASSIGN TO OPINTREJ
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REJECT-STATUS.
	SELECT INTAKE-RETURN-FILE ASSIGN TO OPINTRTN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-STATUS.
	SELECT ARRIVAL-REPORT-FILE ASSIGN TO OPINTRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT SENDER-STATUS-FILE ASSIGN TO OPSNDSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SENDER-STATUS-STATUS.
	SELECT PERIOD-STATUS-IN-FILE ASSIGN TO OPPERIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PERIOD-IN-STATUS.
	SELECT PRIOR-PERIOD-FILE ASSIGN TO OPPPADJ
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRIOR-PERIOD-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SENDER-PROFILE-FILE
	RECORDING MODE IS F.
01  INTAKE-REJECT-RECORD.
	COPY OPEXCP.
FD  INTAKE-RETURN-FILE
	RECORDING MODE IS F.
01  INTAKE-RETURN-RECORD.
	COPY OPRTNREC.
FD  ARRIVAL-REPORT-FILE
	RECORDING MODE IS F.
01  ARRIVAL-REPORT-LINE              PIC X(80).
	RECORDING MODE IS F.
01  SENDER-STATUS-RECORD.
	COPY OPSNDSTA.
FD  PERIOD-STATUS-IN-FILE
	RECORDING MODE IS F.
01  PERIOD-STATUS-IN-RECORD          PIC X(77).
FD  PRIOR-PERIOD-FILE
	RECORDING MODE IS F.
01  PRIOR-PERIOD-RECORD              PIC X(64).
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-PARM-STATUS PIC XX.
	77 WS-SOURCE-1-STATUS PIC XX.
	77 WS-HWM-OUT-STATUS PIC XX.
	77 WS-MERGED-STATUS PIC XX.
	77 WS-REJECT-STATUS PIC XX.
	77 WS-RETURN-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-GAP-DETAIL-STATUS PIC XX.
	77 WS-SENDER-STATUS-STATUS PIC XX.
	77 WS-PERIOD-IN-STATUS PIC XX.
	77 WS-PRIOR-PERIOD-STATUS PIC XX.

	01  WS-SENDER-RECORD.
		05  WS-SND-RECORD-KEY.
			10  WS-SND-SEQUENCE-NBR  PIC 9(06).
		05  WS-SND-OPERAND1          PIC X(07).
		05  WS-SND-DATE              PIC 9(08).
		05  WS-SND-DATE-PARTS REDEFINES WS-SND-DATE.
			10  WS-SND-PERIOD        PIC 9(06).
			10  WS-SND-DAY           PIC 9(02).
		05  WS-SND-TIME              PIC X(06).
		05  WS-SND-RESULTS           PIC X(24).
		05  WS-SND-TRANS-TYPE        PIC X(01).
			88  WS-SND-REVERSAL      VALUE "V".
		05  WS-SND-OPERAND2          PIC X(07).
		05  WS-SND-OPER-CODE         PIC X(01).

		05  FILLER                   PIC X(07).
	77  WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.

*>  MONTHS CLOSED BY THE MONTH-END CLOSE - LATEST RECORD PER MONTH
*>  ON THE PERIOD STATUS MASTER WINS, SO A REOPENED MONTH TAKES
*>  RECORDS AGAIN.
	01  WS-PERIOD-STATUS-RECORD.
		COPY OPPERSTA.
	77  WS-PER-MAX-ENTRIES PIC 9(03) VALUE 240.
	77  WS-PER-COUNT PIC 9(03) VALUE ZERO.
	77  WS-PER-IDX PIC 9(03) VALUE ZERO.
	77  WS-PER-SLOT PIC 9(03) VALUE ZERO.
	77  WS-PRIOR-PERIOD-COUNT PIC 9(7) VALUE ZERO.
	77  WS-PERIOD-CLOSED-SWITCH PIC X VALUE "N".
		88  RECORD-IN-CLOSED-PERIOD VALUE "Y".
	01  WS-PERIOD-TABLE.
		05  WS-PER-ENTRY OCCURS 240 TIMES.
			10  WS-PER-PERIOD            PIC 9(06) VALUE ZERO.
			10  WS-PER-STATUS            PIC X(01) VALUE SPACES.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(36) VALUE
			"OPERAND INTAKE ARRIVAL REPORT - DATE".
		05  WS-SUM-COUNT      PIC ZZZ,ZZ9.
		05  FILLER            PIC X(45) VALUE SPACES.

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE.
	77 WS-STEP-TIMING-STATUS PIC XX.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPINTAKE".
	77  WS-STEP-PARTITION PIC X(02) VALUE SPACES.
	01  WS-STEP-START-STAMP.
		05  WS-STEP-START-DATE       PIC 9(08) VALUE ZERO.
		05  WS-STEP-START-TIME       PIC 9(06) VALUE ZERO.
	77  WS-STEP-RECORDS-READ PIC 9(09) VALUE ZERO.
	77  WS-STEP-RECORDS-WRITTEN PIC 9(09) VALUE ZERO.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-BUSINESS-DATE
	PERFORM 1050-LOAD-RUN-CONTROL
	PERFORM 1900-START-STEP-TIMING
	PERFORM 1060-DERIVE-CALENDAR-STATE
	PERFORM 1100-LOAD-SENDER-PROFILES
	PERFORM 1150-LOAD-SEQUENCE-HWM
	PERFORM 1170-LOAD-CLOSED-PERIODS
	OPEN OUTPUT MERGED-OUT-FILE
	IF WS-MERGED-STATUS NOT = "00"
		DISPLAY "OPINTAKE - UNABLE TO OPEN MERGED-OUT-FILE, STATUS = "
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT INTAKE-RETURN-FILE
	IF WS-RETURN-STATUS NOT = "00"
		DISPLAY "OPINTAKE - UNABLE TO OPEN INTAKE-RETURN-FILE, "
			"STATUS = " WS-RETURN-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT ARRIVAL-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPINTAKE - UNABLE TO OPEN ARRIVAL-REPORT-FILE, "
			"STATUS = " WS-SENDER-STATUS-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT PRIOR-PERIOD-FILE
	IF WS-PRIOR-PERIOD-STATUS NOT = "00"
		DISPLAY "OPINTAKE - UNABLE TO OPEN PRIOR-PERIOD-FILE, "
			"STATUS = " WS-PRIOR-PERIOD-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1050-LOAD-RUN-CONTROL.
			"SEQUENCE NUMBERS START AT 1"
	END-IF.

1170-LOAD-CLOSED-PERIODS.
	OPEN INPUT PERIOD-STATUS-IN-FILE
	IF WS-PERIOD-IN-STATUS = "00"
		PERFORM UNTIL WS-PERIOD-IN-STATUS NOT = "00"
			READ PERIOD-STATUS-IN-FILE INTO WS-PERIOD-STATUS-RECORD
				AT END MOVE "10" TO WS-PERIOD-IN-STATUS
			END-READ
			IF WS-PERIOD-IN-STATUS = "00"
				PERFORM 1175-NOTE-PERIOD-STATUS
			END-IF
		END-PERFORM
		CLOSE PERIOD-STATUS-IN-FILE
	ELSE
		DISPLAY "WARNING - PERIOD STATUS MASTER NOT AVAILABLE, "
			"NO MONTH TREATED AS CLOSED"
	END-IF.

1175-NOTE-PERIOD-STATUS.
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
			DISPLAY "OPINTAKE - MORE THAN " WS-PER-MAX-ENTRIES
				" PERIODS ON THE PERIOD STATUS MASTER, RUN STOPPED"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	MOVE OPPER-STATUS TO WS-PER-STATUS(WS-PER-SLOT).

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
		DISPLAY "OPINTAKE - STEP ALREADY STARTED FOR BUSINESS DATE "
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

3100-PROCESS-SENDER-1.
	IF WS-PARM-COUNT NOT LESS THAN 1
		MOVE 1 TO WS-SENDER-IDX
				IF RUNCTL-AVAILABLE
					MOVE WS-BUSINESS-DATE TO WS-SND-DATE
				END-IF
				PERFORM 4300-CHECK-CLOSED-PERIOD
				IF RECORD-IN-CLOSED-PERIOD
					PERFORM 4350-WRITE-PRIOR-PERIOD
				ELSE
					WRITE MERGED-OUT-RECORD FROM WS-SENDER-RECORD
					ADD 1 TO WS-RESUBMIT-COUNT
					ADD 1 TO WS-MERGED-TOTAL
				END-IF
			END-IF
		END-PERFORM
		CLOSE RESUBMIT-IN-FILE
		SET INTAKE-WARNING TO TRUE
		PERFORM 4100-WRITE-WRONG-SOURCE-REJECT
	ELSE
		PERFORM 4300-CHECK-CLOSED-PERIOD
		IF RECORD-IN-CLOSED-PERIOD
			PERFORM 4350-WRITE-PRIOR-PERIOD
		ELSE
*>          A REVERSAL CARRIES THE SEQUENCE NUMBER OF THE EARLIER
*>          RECORD IT BACKS OUT - IT IS NOT PART OF THE SENDER'S
*>          RUNNING SEQUENCE AND MUST NOT COUNT AS A DUPLICATE OR
*>          MOVE THE CONTINUITY BASELINE.
			IF NOT WS-SND-REVERSAL
				PERFORM 4200-CHECK-SEQUENCE-CONTINUITY
			END-IF
			WRITE MERGED-OUT-RECORD FROM WS-SENDER-RECORD
			ADD 1 TO WS-SND-MERGED-COUNT(WS-SENDER-IDX)
			ADD 1 TO WS-MERGED-TOTAL
		END-IF
	END-IF.

4100-WRITE-WRONG-SOURCE-REJECT.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO OPEXCP-LOGGED-DATE
	MOVE WS-CURR-TIME-6 TO OPEXCP-LOGGED-TIME
	WRITE INTAKE-REJECT-RECORD
	MOVE SPACES TO INTAKE-RETURN-RECORD
	SET OPRTN-TYPE-DETAIL TO TRUE
	MOVE WS-SND-EXPECTED(WS-SENDER-IDX) TO OPRTN-SENDER-SYSTEM
	MOVE WS-BUSINESS-DATE TO OPRTN-BUSINESS-DATE
	MOVE "100" TO OPRTN-REASON-CODE
	MOVE "WRONG SOURCE" TO OPRTN-REASON-TEXT
	MOVE WS-SENDER-RECORD TO OPRTN-ORIGINAL-RECORD
	WRITE INTAKE-RETURN-RECORD.

4200-CHECK-SEQUENCE-CONTINUITY.
	IF WS-SND-SEQUENCE-NBR IS NOT NUMERIC
	MOVE WS-BUSINESS-DATE TO OPGAPD-DETECTED-DATE
	WRITE GAP-DETAIL-RECORD.

*>  A RECORD DATED IN A CLOSED MONTH IS KEPT OUT OF THE MERGE -
*>  IT IS DIVERTED BEFORE THE CONTINUITY CHECK SO A LATE RECORD
*>  DOES NOT MOVE THE SENDER'S SEQUENCE BASELINE.
4300-CHECK-CLOSED-PERIOD.
	MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
	PERFORM VARYING WS-PER-IDX FROM 1 BY 1
			UNTIL WS-PER-IDX > WS-PER-COUNT
		IF WS-PER-PERIOD(WS-PER-IDX) = WS-SND-PERIOD
		   AND WS-PER-STATUS(WS-PER-IDX) = "C"
			SET RECORD-IN-CLOSED-PERIOD TO TRUE
		END-IF
	END-PERFORM.

4350-WRITE-PRIOR-PERIOD.
	WRITE PRIOR-PERIOD-RECORD FROM WS-SENDER-RECORD
	ADD 1 TO WS-PRIOR-PERIOD-COUNT.

*>  AN EMPTY DROP BOX IS ONLY THE SILENT-SENDER STATE WHEN THE
*>  PROFILE SAYS A DELIVERY WAS DUE TODAY AND EMPTY IS NOT NORMAL
*>  FOR THE SENDER - NOT DUE AND EMPTY OK NIGHTS NO LONGER RAISE
	WRITE ARRIVAL-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "TOTAL RECORDS MERGED" TO WS-SUM-LABEL
	MOVE WS-MERGED-TOTAL TO WS-SUM-COUNT
	WRITE ARRIVAL-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "PRIOR-PERIOD RECORDS DIVERTED" TO WS-SUM-LABEL
	MOVE WS-PRIOR-PERIOD-COUNT TO WS-SUM-COUNT
	WRITE ARRIVAL-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	IF WS-PRIOR-PERIOD-COUNT > ZERO
		DISPLAY "OPINTAKE - " WS-PRIOR-PERIOD-COUNT
			" RECORD(S) DATED IN A CLOSED PERIOD DIVERTED TO "
			"PRIOR-PERIOD ADJUSTMENT"
	END-IF.

*>  THE SAME ARRIVAL STATE AS DATA, FOR THE OPNIGHTS NIGHT-STATUS
*>  STEP - THE PRINTED ARRIVAL REPORT IS UNCHANGED.
	MOVE WS-SND-ARRIVAL(WS-SENDER-IDX) TO OPSND-ARRIVAL-STATE
	MOVE WS-SND-READ-COUNT(WS-SENDER-IDX) TO OPSND-READ-COUNT
	MOVE WS-SND-MERGED-COUNT(WS-SENDER-IDX) TO OPSND-MERGED-COUNT
	MOVE WS-BUSINESS-DATE TO OPSND-BUSINESS-DATE
	WRITE SENDER-STATUS-RECORD.

7500-WRITE-SEQUENCE-HWM.
9000-TERMINATE.
	CLOSE MERGED-OUT-FILE
	CLOSE INTAKE-REJECT-FILE
	CLOSE INTAKE-RETURN-FILE
	CLOSE ARRIVAL-REPORT-FILE
	CLOSE GAP-DETAIL-FILE
	CLOSE SENDER-STATUS-FILE
	CLOSE PRIOR-PERIOD-FILE
	MOVE WS-RESUBMIT-COUNT TO WS-STEP-RECORDS-READ
	PERFORM VARYING WS-SENDER-IDX FROM 1 BY 1
			UNTIL WS-SENDER-IDX > WS-SENDER-MAX
		ADD WS-SND-READ-COUNT(WS-SENDER-IDX) TO WS-STEP-RECORDS-READ
	END-PERFORM
	MOVE WS-MERGED-TOTAL TO WS-STEP-RECORDS-WRITTEN
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
