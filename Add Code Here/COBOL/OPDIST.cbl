	SELECT DIST-REPORT-FILE ASSIGN TO OPDSTRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT STEP-TIMING-FILE ASSIGN TO OPSTPTIM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STEP-TIMING-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CLASSIFIED-IN-FILE
FD  DIST-REPORT-FILE
	RECORDING MODE IS F.
01  DIST-REPORT-LINE                 PIC X(80).
FD  STEP-TIMING-FILE
	RECORDING MODE IS F.
01  STEP-TIMING-RECORD               PIC X(66).
WORKING-STORAGE SECTION.
	77 WS-CLASSIFIED-STATUS PIC XX.
	77 WS-PARM-STATUS PIC XX.
		COPY OPDSTCTL.

*>  ONE SLOT PER CONFIGURED CONSUMER, LOADED FROM OPDSTPRM: THE
*>  DISPOSITION CODES THE CONSUMER TAKES (UP TO FIVE OF C/E/R/D/W/V)
*>  AND AN OPTIONAL SINGLE-SOURCE FILTER (SPACES = ALL SOURCES).
	77  WS-DST-MAX-ENTRIES PIC 9(01) VALUE 4.
	77  WS-DST-COUNT PIC 9(01) VALUE ZERO.
		05  WS-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(41) VALUE SPACES.

*>  STEP TIMING: THIS RUN'S START STAMP, AND WHETHER THE TIMING LOG
*>  ALREADY HELD A START FOR THE SAME STEP AND BUSINESS DATE.
	77 WS-STEP-TIMING-STATUS PIC XX.
	01  WS-STEP-TIMING-RECORD.
		COPY OPSTPTM.
	77  WS-STEP-TIMING-SWITCH PIC X VALUE "N".
		88  STEP-TIMING-LOG-OPEN VALUE "Y".
	77  WS-STEP-RESTART-SWITCH PIC X VALUE "N".
		88  STEP-RUN-IS-RESTART VALUE "Y".
	77  WS-STEP-PROGRAM-ID PIC X(08) VALUE "OPDIST".
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
	PERFORM 1100-LOAD-DIST-PARMS
	OPEN INPUT CLASSIFIED-IN-FILE
	IF WS-CLASSIFIED-STATUS NOT = "00"
		PERFORM 5000-WRITE-EXTRACT-RECORD
	END-PERFORM.

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
		DISPLAY "OPDIST - STEP ALREADY STARTED FOR BUSINESS DATE "
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

2000-READ-CLASSIFIED.
	READ CLASSIFIED-IN-FILE
		AT END SET NO-MORE-CLASSIFIED TO TRUE
		CLOSE EXTRACT-4-FILE
	END-IF
	CLOSE EXTRACT-TOTALS-FILE
	CLOSE DIST-REPORT-FILE
	MOVE WS-RECORDS-READ TO WS-STEP-RECORDS-READ
	PERFORM VARYING WS-DST-IDX FROM 1 BY 1
			UNTIL WS-DST-IDX > WS-DST-COUNT
		ADD WS-DST-RECORD-COUNT(WS-DST-IDX) TO WS-STEP-RECORDS-WRITTEN
	END-PERFORM
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
