IDENTIFICATION DIVISION.
PROGRAM-ID. OPMCLOSE.
*> OPMCLOSE - month-end period close and control certificate.
*> Finance closes the month on the OPVALPST postings, but until now
*> nothing on our side said the month was finished, and a catch-up
*> run could still put a late business date into a month finance
*> had already closed. This program certifies a month and locks it.
*> For every business date of the month (every calendar day whose
*> weekday is flagged as a run day on the parameter card, plus any
*> other date that has run-control activity) it confirms that:
*>   - the date's run-control record ended COMPLETE (run-control
*>     history appended by the IFELSEJ success path);
*>   - OPRECON reconciled the date in balance (reconciliation
*>     status history, same);
*>   - every extract OPDIST cut for the date was confirmed by its
*>     consumer in OPACKMAT (acknowledgment-match history);
*>   - the OPVALPST posting files carry correct trailers (record
*>     count and hash total equal to their details), and the value
*>     they posted for the date equals the date's classified value
*>     on the classified-key index - original values on the date
*>     they were classified, less reversals on the date they were
*>     reversed, exactly as OPVALSUM posts them.
*> The certificate report shows every date with its result. When
*> every date passes, the month is closed: a period-status record
*> (OPPERSTA, status C) goes to the period status master IFELSE and
*> OPINTAKE read, and a close audit record (OPPDAUD) to the period
*> audit file. Any failed date leaves the month open and returns 8.
*> The same program performs a controlled reopen (function R on the
*> parameter card): only a closed month can be reopened, a reason
*> is required, and the reopen writes a status R record and an
*> audit record naming the operator who authorized it.
*> Parameter card (OPMCPRM): col 1 function C (close) or R (reopen),
*> cols 2-7 period YYYYMM, cols 8-15 operator id, cols 16-22 run
*> days Monday-Sunday Y/N (default YYYYYYY), cols 23-62 reason.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CLOSE-PARM-FILE ASSIGN TO OPMCPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT PERIOD-STATUS-IN-FILE ASSIGN TO OPPERIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PERIOD-IN-STATUS.
	SELECT RUNCTL-HISTORY-FILE ASSIGN TO OPRCTLH
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-STATUS.
	SELECT RECON-HISTORY-FILE ASSIGN TO OPRSTH
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RECON-STATUS.
	SELECT ACKMATCH-HISTORY-FILE ASSIGN TO OPAKMH
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ACKMATCH-STATUS.
	SELECT POSTING-HISTORY-FILE ASSIGN TO OPVPSTH
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-POSTING-STATUS.
	SELECT CLASSIFIED-INDEX-FILE ASSIGN TO OPCIXIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-INDEX-STATUS.
	SELECT PERIOD-STATUS-OUT-FILE ASSIGN TO OPPEROUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PERIOD-OUT-STATUS.
	SELECT PERIOD-AUDIT-FILE ASSIGN TO OPPDAOUT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.
	SELECT CERTIFICATE-REPORT-FILE ASSIGN TO OPMCRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CLOSE-PARM-FILE
	RECORDING MODE IS F.
01  CLOSE-PARM-RECORD                PIC X(80).
FD  PERIOD-STATUS-IN-FILE
	RECORDING MODE IS F.
01  PERIOD-STATUS-IN-RECORD         PIC X(77).
FD  RUNCTL-HISTORY-FILE
	RECORDING MODE IS F.
01  RUNCTL-HISTORY-RECORD.
	COPY OPRUNCTL.
FD  RECON-HISTORY-FILE
	RECORDING MODE IS F.
01  RECON-HISTORY-RECORD.
	COPY OPRECSTA.
FD  ACKMATCH-HISTORY-FILE
	RECORDING MODE IS F.
01  ACKMATCH-HISTORY-RECORD.
	COPY OPAKMSTA.
FD  POSTING-HISTORY-FILE
	RECORDING MODE IS F.
01  POSTING-HISTORY-RECORD.
	COPY OPVALPST.
FD  CLASSIFIED-INDEX-FILE
	RECORDING MODE IS F.
01  CLASSIFIED-INDEX-RECORD.
	COPY OPCLSIDX.
FD  PERIOD-STATUS-OUT-FILE
	RECORDING MODE IS F.
01  PERIOD-STATUS-OUT-RECORD         PIC X(77).
FD  PERIOD-AUDIT-FILE
	RECORDING MODE IS F.
01  PERIOD-AUDIT-RECORD.
	COPY OPPDAUD.
FD  CERTIFICATE-REPORT-FILE
	RECORDING MODE IS F.
01  CERTIFICATE-REPORT-LINE          PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-PARM-STATUS PIC XX.
	77 WS-PERIOD-IN-STATUS PIC XX.
	77 WS-RUNCTL-STATUS PIC XX.
	77 WS-RECON-STATUS PIC XX.
	77 WS-ACKMATCH-STATUS PIC XX.
	77 WS-POSTING-STATUS PIC XX.
	77 WS-INDEX-STATUS PIC XX.
	77 WS-PERIOD-OUT-STATUS PIC XX.
	77 WS-AUDIT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.

	01  WS-CLOSE-PARM.
		05  WS-PRM-FUNCTION          PIC X(01).
			88  WS-PRM-CLOSE         VALUE "C".
			88  WS-PRM-REOPEN        VALUE "R".
		05  WS-PRM-PERIOD            PIC 9(06).
		05  WS-PRM-PERIOD-PARTS REDEFINES WS-PRM-PERIOD.
			10  WS-PRM-YEAR          PIC 9(04).
			10  WS-PRM-MONTH         PIC 9(02).
		05  WS-PRM-OPERATOR-ID       PIC X(08).
		05  WS-PRM-RUN-DAYS.
			10  WS-PRM-RUN-DAY       PIC X(01) OCCURS 7 TIMES.
		05  WS-PRM-REASON            PIC X(40).
		05  FILLER                   PIC X(18).

	01  WS-PERIOD-STATUS-RECORD.
		COPY OPPERSTA.
*>  THE PERIOD'S STATUS BEFORE THIS RUN - SPACE IF IT HAS NEVER
*>  BEEN CLOSED. THE LATEST RECORD ON THE MASTER FOR THE PERIOD
*>  WINS, SO A REOPENED MONTH CAN BE CLOSED AGAIN.
	77  WS-PRIOR-STATUS PIC X(01) VALUE SPACE.
		88  PERIOD-WAS-CLOSED VALUE "C".

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).

	01  WS-WORK-DATE                 PIC 9(08).
	01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
		05  WS-WORK-PERIOD           PIC 9(06).
		05  WS-WORK-DAY              PIC 9(02).
	77  WS-FIRST-DATE PIC 9(08) VALUE ZERO.
	77  WS-LAST-DATE PIC 9(08) VALUE ZERO.
	77  WS-NEXT-MONTH-DATE PIC 9(08) VALUE ZERO.
	77  WS-DATE-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-DAY-OF-WEEK PIC 9(01) VALUE ZERO.
	77  WS-DAYS-IN-MONTH PIC 9(02) VALUE ZERO.

*>  ONE SLOT PER CALENDAR DAY OF THE PERIOD, INDEXED BY DAY OF
*>  MONTH. EACH FEED POSTS WHAT IT KNOWS ABOUT THE DATE INTO THE
*>  SLOT, AND 4000 JUDGES THE DATE FROM THE SLOT ALONE.
	77  WS-DAY-IDX PIC 9(02) VALUE ZERO.
	01  WS-DAY-TABLE.
		05  WS-DAY-ENTRY OCCURS 31 TIMES.
			10  WS-DAY-DATE              PIC 9(08) VALUE ZERO.
			10  WS-DAY-RUN-DAY-SWITCH    PIC X(01) VALUE "N".
				88  WS-DAY-IS-RUN-DAY    VALUE "Y".
			10  WS-DAY-RUN-STATUS        PIC X(01) VALUE SPACE.
			10  WS-DAY-RECON-FLAG        PIC X(01) VALUE SPACE.
			10  WS-DAY-EXTRACTS          PIC 9(03) VALUE ZERO.
			10  WS-DAY-EXTRACTS-ACKED    PIC 9(03) VALUE ZERO.
			10  WS-DAY-POSTED-VALUE      PIC S9(13) VALUE ZERO.
			10  WS-DAY-CLASSIFIED-VALUE  PIC S9(13) VALUE ZERO.
			10  WS-DAY-SEGMENT-SWITCH    PIC X(01) VALUE "N".
				88  WS-DAY-IN-SEGMENT    VALUE "Y".
			10  WS-DAY-TRAILER-SWITCH    PIC X(01) VALUE "N".
				88  WS-DAY-TRAILER-BAD   VALUE "Y".
			10  WS-DAY-RESULT            PIC X(10) VALUE SPACES.
			10  WS-DAY-CHECK-SWITCH      PIC X(01) VALUE "N".
				88  WS-DAY-CHECKED       VALUE "Y".
				88  WS-DAY-CERTIFIED     VALUE "C".

*>  ONE SLOT PER EXTRACT (CONSUMER AND BUSINESS DATE) SEEN ON THE
*>  ACKNOWLEDGMENT-MATCH HISTORY FOR THE PERIOD. AN EXTRACT IS
*>  CONFIRMED IF ANY MATCH RUN EVER CONFIRMED IT - A LATE
*>  ACKNOWLEDGMENT MATCHED ON A LATER RUN COUNTS.
	77  WS-EXT-MAX-ENTRIES PIC 9(03) VALUE 300.
	77  WS-EXT-COUNT PIC 9(03) VALUE ZERO.
	77  WS-EXT-IDX PIC 9(03) VALUE ZERO.
	77  WS-EXT-SLOT PIC 9(03) VALUE ZERO.
	01  WS-EXTRACT-TABLE.
		05  WS-EXT-ENTRY OCCURS 300 TIMES.
			10  WS-EXT-CONSUMER      PIC X(08) VALUE SPACES.
			10  WS-EXT-DATE          PIC 9(08) VALUE ZERO.
			10  WS-EXT-ACK-SWITCH    PIC X(01) VALUE "N".
				88  WS-EXT-ACKED     VALUE "Y".

*>  THE POSTING FILE CURRENTLY BEING READ FROM THE HISTORY - ONE
*>  HEADER, ITS DETAILS, ONE TRAILER, REPEATED PER NIGHT.
	77  WS-SEGMENT-SWITCH PIC X VALUE "N".
		88  SEGMENT-OPEN VALUE "Y".
	77  WS-SEG-DETAIL-COUNT PIC 9(09) VALUE ZERO.
	77  WS-SEG-HASH-TOTAL PIC S9(13) VALUE ZERO.

	01  WS-CLOSE-COUNTS.
		05  WS-DATES-CHECKED         PIC 9(02) VALUE ZERO.
		05  WS-DATES-CERTIFIED       PIC 9(02) VALUE ZERO.
		05  WS-DATES-FAILED          PIC 9(02) VALUE ZERO.
		05  WS-EXTRACTS-CUT          PIC 9(04) VALUE ZERO.
		05  WS-EXTRACTS-CONFIRMED    PIC 9(04) VALUE ZERO.
		05  WS-POSTING-FILES         PIC 9(04) VALUE ZERO.
		05  WS-TRAILER-FAILURES      PIC 9(04) VALUE ZERO.
		05  WS-MONTH-POSTED-VALUE    PIC S9(13) VALUE ZERO.
		05  WS-MONTH-CLASSIFIED-VALUE PIC S9(13) VALUE ZERO.

	77  WS-PROBLEM-SWITCH PIC X VALUE "N".
		88  CLOSE-PROBLEM-FOUND VALUE "Y".
	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(40) VALUE
			"MONTH-END CONTROL CERTIFICATE - PERIOD ".
		05  WS-HDG-PERIOD PIC 9(06).
		05  FILLER PIC X(25) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(44) VALUE
			"DATE     RUN      RECON  EXT ACK      POSTED".
		05  FILLER PIC X(36) VALUE
			" VALUE  CLASSIFIED VALUE RESULT".

	01  WS-CERT-DETAIL-LINE.
		05  WS-CDL-DATE      PIC 9(08).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-CDL-RUN       PIC X(08).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-CDL-RECON     PIC X(06).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-CDL-EXTRACTS  PIC ZZ9.
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-CDL-ACKED     PIC ZZ9.
		05  WS-CDL-POSTED    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
		05  WS-CDL-CLASSIFIED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-CDL-RESULT    PIC X(10).
		05  FILLER           PIC X(1) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(28).
		05  WS-SUM-FIGURE     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(34) VALUE SPACES.

	01  WS-VERDICT-LINE.
		05  WS-VDT-TEXT       PIC X(17).
		05  WS-VDT-PERIOD     PIC 9(06).
		05  WS-VDT-ACTION     PIC X(13).
		05  WS-VDT-OPERATOR   PIC X(08).
		05  FILLER            PIC X(04) VALUE " ON ".
		05  WS-VDT-DATE       PIC 9(08).
		05  FILLER            PIC X(01) VALUE SPACES.
		05  WS-VDT-TIME       PIC 9(06).
		05  FILLER            PIC X(17) VALUE SPACES.

	01  WS-FAILED-LINE.
		05  FILLER            PIC X(24) VALUE "*** PERIOD NOT CLOSED - ".
		05  WS-FLD-COUNT      PIC Z9.
		05  FILLER            PIC X(54) VALUE
			" DATE(S) FAILED - MONTH LEFT OPEN ***".

	01  WS-REASON-LINE.
		05  FILLER            PIC X(08) VALUE "REASON: ".
		05  WS-RSN-TEXT       PIC X(40).
		05  FILLER            PIC X(32) VALUE SPACES.

	01  WS-SIGNOFF-LINE.
		05  FILLER            PIC X(40) VALUE
			"REVIEWED AND APPROVED BY: _____________ ".
		05  FILLER            PIC X(17) VALUE "DATE: ___________".
		05  FILLER            PIC X(23) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	IF WS-PRM-REOPEN
		PERFORM 6000-REOPEN-PERIOD
	ELSE
		PERFORM 2000-LOAD-RUN-CONTROL-HISTORY
		PERFORM 2100-LOAD-RECON-HISTORY
		PERFORM 2200-LOAD-ACK-MATCH-HISTORY
		PERFORM 2300-LOAD-POSTING-HISTORY
		PERFORM 2400-LOAD-CLASSIFIED-INDEX
		PERFORM 4000-CERTIFY-DATES
		PERFORM 7000-WRITE-CERTIFICATE-SUMMARY
		IF NOT CLOSE-PROBLEM-FOUND
			PERFORM 5000-CLOSE-PERIOD
		END-IF
	END-IF
	PERFORM 9000-TERMINATE
	IF CLOSE-PROBLEM-FOUND
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

1000-INITIALIZE.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	PERFORM 1100-READ-CLOSE-PARM
	PERFORM 1200-LOAD-PERIOD-STATUS
	OPEN OUTPUT CERTIFICATE-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPMCLOSE - UNABLE TO OPEN CERTIFICATE-REPORT-FILE, "
			"STATUS = " WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT PERIOD-STATUS-OUT-FILE
	IF WS-PERIOD-OUT-STATUS NOT = "00"
		DISPLAY "OPMCLOSE - UNABLE TO OPEN PERIOD-STATUS-OUT-FILE, "
			"STATUS = " WS-PERIOD-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT PERIOD-AUDIT-FILE
	IF WS-AUDIT-STATUS NOT = "00"
		DISPLAY "OPMCLOSE - UNABLE TO OPEN PERIOD-AUDIT-FILE, "
			"STATUS = " WS-AUDIT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1300-BUILD-DAY-TABLE
	PERFORM 1900-WRITE-PAGE-HEADERS.

*>  A CARD THAT CANNOT BE ACTED ON STOPS THE RUN - CLOSING OR
*>  REOPENING THE WRONG MONTH, OR WITH NOBODY'S NAME ON IT, IS
*>  WORSE THAN NOT RUNNING.
1100-READ-CLOSE-PARM.
	OPEN INPUT CLOSE-PARM-FILE
	IF WS-PARM-STATUS NOT = "00"
		DISPLAY "OPMCLOSE - UNABLE TO OPEN CLOSE-PARM-FILE, STATUS = "
			WS-PARM-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	READ CLOSE-PARM-FILE INTO WS-CLOSE-PARM
		AT END MOVE "10" TO WS-PARM-STATUS
	END-READ
	CLOSE CLOSE-PARM-FILE
	IF WS-PARM-STATUS NOT = "00"
		DISPLAY "OPMCLOSE - NO PARAMETER CARD SUPPLIED, RUN STOPPED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF NOT WS-PRM-CLOSE AND NOT WS-PRM-REOPEN
		DISPLAY "OPMCLOSE - FUNCTION MUST BE C (CLOSE) OR R "
			"(REOPEN), FOUND " WS-PRM-FUNCTION
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-PRM-PERIOD IS NOT NUMERIC
		DISPLAY "OPMCLOSE - PERIOD MUST BE YYYYMM, RUN STOPPED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-PRM-MONTH < 1 OR WS-PRM-MONTH > 12
		DISPLAY "OPMCLOSE - PERIOD MUST BE YYYYMM, RUN STOPPED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-PRM-OPERATOR-ID = SPACES
		DISPLAY "OPMCLOSE - OPERATOR ID REQUIRED, RUN STOPPED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-PRM-REOPEN AND WS-PRM-REASON = SPACES
		DISPLAY "OPMCLOSE - A REOPEN NEEDS A REASON, RUN STOPPED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-PRM-RUN-DAYS = SPACES
		MOVE "YYYYYYY" TO WS-PRM-RUN-DAYS
	END-IF.

1200-LOAD-PERIOD-STATUS.
	OPEN INPUT PERIOD-STATUS-IN-FILE
	IF WS-PERIOD-IN-STATUS = "00"
		PERFORM UNTIL WS-PERIOD-IN-STATUS NOT = "00"
			READ PERIOD-STATUS-IN-FILE INTO WS-PERIOD-STATUS-RECORD
				AT END MOVE "10" TO WS-PERIOD-IN-STATUS
			END-READ
			IF WS-PERIOD-IN-STATUS = "00"
			   AND OPPER-PERIOD = WS-PRM-PERIOD
				MOVE OPPER-STATUS TO WS-PRIOR-STATUS
			END-IF
		END-PERFORM
		CLOSE PERIOD-STATUS-IN-FILE
	ELSE
		DISPLAY "WARNING - PERIOD STATUS MASTER NOT AVAILABLE, "
			"PERIOD TREATED AS NEVER CLOSED"
	END-IF.

*>  THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF THE
*>  NEXT. DAY OF WEEK FROM THE DAY SERIAL (DAY 1 = MONDAY
*>  1601-01-01), AS OPINTAKE RESOLVES DELIVERY DAYS.
1300-BUILD-DAY-TABLE.
	MOVE WS-PRM-PERIOD TO WS-WORK-PERIOD
	MOVE 1 TO WS-WORK-DAY
	MOVE WS-WORK-DATE TO WS-FIRST-DATE
	IF WS-PRM-MONTH = 12
		COMPUTE WS-NEXT-MONTH-DATE = (WS-PRM-YEAR + 1) * 10000 + 101
	ELSE
		COMPUTE WS-NEXT-MONTH-DATE = WS-FIRST-DATE + 100
	END-IF
	COMPUTE WS-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
	COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
	MOVE WS-LAST-DATE TO WS-WORK-DATE
	MOVE WS-WORK-DAY TO WS-DAYS-IN-MONTH
	PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
			UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
		MOVE WS-PRM-PERIOD TO WS-WORK-PERIOD
		MOVE WS-DAY-IDX TO WS-WORK-DAY
		MOVE WS-WORK-DATE TO WS-DAY-DATE(WS-DAY-IDX)
		COMPUTE WS-DATE-INTEGER =
			FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
		COMPUTE WS-DAY-OF-WEEK =
			FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
		IF WS-PRM-RUN-DAY(WS-DAY-OF-WEEK) = "Y"
			MOVE "Y" TO WS-DAY-RUN-DAY-SWITCH(WS-DAY-IDX)
		END-IF
	END-PERFORM.

1900-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	MOVE WS-PRM-PERIOD TO WS-HDG-PERIOD
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-HEADING-1
	IF WS-PRM-CLOSE
		WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-HEADING-2
	END-IF.

*>  A FEED THAT CANNOT BE READ IS NOT A WARNING HERE: WITHOUT IT
*>  NO DATE CAN BE CERTIFIED, SO EVERY DATE FAILS AND THE MONTH
*>  STAYS OPEN.
2000-LOAD-RUN-CONTROL-HISTORY.
	OPEN INPUT RUNCTL-HISTORY-FILE
	IF WS-RUNCTL-STATUS = "00"
		PERFORM UNTIL WS-RUNCTL-STATUS NOT = "00"
			READ RUNCTL-HISTORY-FILE
				AT END MOVE "10" TO WS-RUNCTL-STATUS
			END-READ
			IF WS-RUNCTL-STATUS = "00"
				MOVE OPRCTL-BUSINESS-DATE TO WS-WORK-DATE
				IF WS-WORK-PERIOD = WS-PRM-PERIOD
				   AND WS-WORK-DAY NOT > WS-DAYS-IN-MONTH
				   AND WS-WORK-DAY > ZERO
					MOVE OPRCTL-RUN-STATUS
						TO WS-DAY-RUN-STATUS(WS-WORK-DAY)
				END-IF
			END-IF
		END-PERFORM
		CLOSE RUNCTL-HISTORY-FILE
	ELSE
		DISPLAY "OPMCLOSE - RUN-CONTROL HISTORY NOT AVAILABLE, "
			"STATUS = " WS-RUNCTL-STATUS
	END-IF.

2100-LOAD-RECON-HISTORY.
	OPEN INPUT RECON-HISTORY-FILE
	IF WS-RECON-STATUS = "00"
		PERFORM UNTIL WS-RECON-STATUS NOT = "00"
			READ RECON-HISTORY-FILE
				AT END MOVE "10" TO WS-RECON-STATUS
			END-READ
			IF WS-RECON-STATUS = "00"
				MOVE OPRST-BUSINESS-DATE TO WS-WORK-DATE
				IF WS-WORK-PERIOD = WS-PRM-PERIOD
				   AND WS-WORK-DAY NOT > WS-DAYS-IN-MONTH
				   AND WS-WORK-DAY > ZERO
					MOVE OPRST-BALANCE-FLAG
						TO WS-DAY-RECON-FLAG(WS-WORK-DAY)
				END-IF
			END-IF
		END-PERFORM
		CLOSE RECON-HISTORY-FILE
	ELSE
		DISPLAY "OPMCLOSE - RECONCILIATION HISTORY NOT AVAILABLE, "
			"STATUS = " WS-RECON-STATUS
	END-IF.

2200-LOAD-ACK-MATCH-HISTORY.
	OPEN INPUT ACKMATCH-HISTORY-FILE
	IF WS-ACKMATCH-STATUS = "00"
		PERFORM UNTIL WS-ACKMATCH-STATUS NOT = "00"
			READ ACKMATCH-HISTORY-FILE
				AT END MOVE "10" TO WS-ACKMATCH-STATUS
			END-READ
			IF WS-ACKMATCH-STATUS = "00"
				MOVE OPAKM-BUSINESS-DATE TO WS-WORK-DATE
				IF WS-WORK-PERIOD = WS-PRM-PERIOD
				   AND NOT OPAKM-NO-EXTRACT
					PERFORM 2250-NOTE-EXTRACT
				END-IF
			END-IF
		END-PERFORM
		CLOSE ACKMATCH-HISTORY-FILE
	ELSE
		DISPLAY "OPMCLOSE - ACKNOWLEDGMENT-MATCH HISTORY NOT "
			"AVAILABLE, STATUS = " WS-ACKMATCH-STATUS
	END-IF
	PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
			UNTIL WS-EXT-IDX > WS-EXT-COUNT
		MOVE WS-EXT-DATE(WS-EXT-IDX) TO WS-WORK-DATE
		IF WS-WORK-DAY NOT > WS-DAYS-IN-MONTH AND WS-WORK-DAY > ZERO
			ADD 1 TO WS-DAY-EXTRACTS(WS-WORK-DAY)
			ADD 1 TO WS-EXTRACTS-CUT
			IF WS-EXT-ACKED(WS-EXT-IDX)
				ADD 1 TO WS-DAY-EXTRACTS-ACKED(WS-WORK-DAY)
				ADD 1 TO WS-EXTRACTS-CONFIRMED
			END-IF
		END-IF
	END-PERFORM.

2250-NOTE-EXTRACT.
	MOVE ZERO TO WS-EXT-SLOT
	PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
			UNTIL WS-EXT-IDX > WS-EXT-COUNT OR WS-EXT-SLOT > ZERO
		IF WS-EXT-CONSUMER(WS-EXT-IDX) = OPAKM-CONSUMER-CODE
		   AND WS-EXT-DATE(WS-EXT-IDX) = OPAKM-BUSINESS-DATE
			MOVE WS-EXT-IDX TO WS-EXT-SLOT
		END-IF
	END-PERFORM
	IF WS-EXT-SLOT = ZERO
		IF WS-EXT-COUNT < WS-EXT-MAX-ENTRIES
			ADD 1 TO WS-EXT-COUNT
			MOVE OPAKM-CONSUMER-CODE TO WS-EXT-CONSUMER(WS-EXT-COUNT)
			MOVE OPAKM-BUSINESS-DATE TO WS-EXT-DATE(WS-EXT-COUNT)
			MOVE WS-EXT-COUNT TO WS-EXT-SLOT
		ELSE
			DISPLAY "WARNING - MORE THAN " WS-EXT-MAX-ENTRIES
				" EXTRACTS IN THE PERIOD, REMAINDER IGNORED"
		END-IF
	END-IF
	IF WS-EXT-SLOT > ZERO AND OPAKM-CONFIRMED
		MOVE "Y" TO WS-EXT-ACK-SWITCH(WS-EXT-SLOT)
	END-IF.

*>  THE POSTING HISTORY IS EVERY NIGHT'S OPVALPST FILE END TO END.
*>  EACH FILE'S TRAILER IS PROVED AGAINST ITS OWN DETAILS; A BAD OR
*>  MISSING TRAILER FAILS EVERY DATE THAT FILE POSTED.
2300-LOAD-POSTING-HISTORY.
	OPEN INPUT POSTING-HISTORY-FILE
	IF WS-POSTING-STATUS = "00"
		PERFORM UNTIL WS-POSTING-STATUS NOT = "00"
			READ POSTING-HISTORY-FILE
				AT END MOVE "10" TO WS-POSTING-STATUS
			END-READ
			IF WS-POSTING-STATUS = "00"
				EVALUATE TRUE
					WHEN OPVPST-TYPE-HEADER
						PERFORM 2310-START-POSTING-FILE
					WHEN OPVPST-TYPE-DETAIL
						PERFORM 2320-ADD-POSTING-DETAIL
					WHEN OPVPST-TYPE-TRAILER
						PERFORM 2330-PROVE-POSTING-TRAILER
				END-EVALUATE
			END-IF
		END-PERFORM
		CLOSE POSTING-HISTORY-FILE
		IF SEGMENT-OPEN
			DISPLAY "OPMCLOSE - LAST POSTING FILE HAS NO TRAILER"
			PERFORM 2340-FAIL-POSTING-FILE
		END-IF
	ELSE
		DISPLAY "OPMCLOSE - POSTING HISTORY NOT AVAILABLE, "
			"STATUS = " WS-POSTING-STATUS
	END-IF.

2310-START-POSTING-FILE.
	IF SEGMENT-OPEN
		DISPLAY "OPMCLOSE - POSTING FILE WITHOUT A TRAILER BEFORE "
			"HEADER FOR " OPVPST-BUSINESS-DATE
		PERFORM 2340-FAIL-POSTING-FILE
	END-IF
	SET SEGMENT-OPEN TO TRUE
	ADD 1 TO WS-POSTING-FILES
	MOVE ZERO TO WS-SEG-DETAIL-COUNT
	MOVE ZERO TO WS-SEG-HASH-TOTAL
	PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
			UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
		MOVE "N" TO WS-DAY-SEGMENT-SWITCH(WS-DAY-IDX)
	END-PERFORM.

2320-ADD-POSTING-DETAIL.
	ADD 1 TO WS-SEG-DETAIL-COUNT
	ADD OPVPST-AMOUNT TO WS-SEG-HASH-TOTAL
	MOVE OPVPST-BUSINESS-DATE TO WS-WORK-DATE
	IF WS-WORK-PERIOD = WS-PRM-PERIOD
	   AND WS-WORK-DAY NOT > WS-DAYS-IN-MONTH
	   AND WS-WORK-DAY > ZERO
		ADD OPVPST-AMOUNT TO WS-DAY-POSTED-VALUE(WS-WORK-DAY)
		MOVE "Y" TO WS-DAY-SEGMENT-SWITCH(WS-WORK-DAY)
	END-IF.

2330-PROVE-POSTING-TRAILER.
	IF OPVPST-CTL-REC-COUNT NOT = WS-SEG-DETAIL-COUNT
	   OR OPVPST-CTL-HASH-TOTAL NOT = WS-SEG-HASH-TOTAL
		DISPLAY "OPMCLOSE - POSTING FILE FOR " OPVPST-BUSINESS-DATE
			" TRAILER DOES NOT MATCH ITS DETAILS"
		PERFORM 2340-FAIL-POSTING-FILE
	END-IF
	MOVE "N" TO WS-SEGMENT-SWITCH.

2340-FAIL-POSTING-FILE.
	ADD 1 TO WS-TRAILER-FAILURES
	PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
			UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
		IF WS-DAY-IN-SEGMENT(WS-DAY-IDX)
			MOVE "Y" TO WS-DAY-TRAILER-SWITCH(WS-DAY-IDX)
		END-IF
	END-PERFORM.

*>  THE CLASSIFIED-KEY INDEX IS THE INDEPENDENT RECORD OF WHAT WAS
*>  CLASSIFIED: AN ENTRY ADDS ITS VALUE ON THE DATE IT WAS
*>  CLASSIFIED, AND A REVERSED ENTRY TAKES IT OFF AGAIN ON THE DATE
*>  OF THE REVERSAL - THE SAME DATES OPVALSUM POSTS THEM ON.
2400-LOAD-CLASSIFIED-INDEX.
	OPEN INPUT CLASSIFIED-INDEX-FILE
	IF WS-INDEX-STATUS = "00"
		PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
			READ CLASSIFIED-INDEX-FILE
				AT END MOVE "10" TO WS-INDEX-STATUS
			END-READ
			IF WS-INDEX-STATUS = "00"
				PERFORM 2410-ADD-INDEX-VALUE
			END-IF
		END-PERFORM
		CLOSE CLASSIFIED-INDEX-FILE
	ELSE
		DISPLAY "OPMCLOSE - CLASSIFIED-KEY INDEX NOT AVAILABLE, "
			"STATUS = " WS-INDEX-STATUS
	END-IF.

2410-ADD-INDEX-VALUE.
	MOVE OPCIX-BUSINESS-DATE TO WS-WORK-DATE
	IF WS-WORK-PERIOD = WS-PRM-PERIOD
	   AND WS-WORK-DAY NOT > WS-DAYS-IN-MONTH
	   AND WS-WORK-DAY > ZERO
		ADD OPCIX-OPERAND-VALUE
			TO WS-DAY-CLASSIFIED-VALUE(WS-WORK-DAY)
	END-IF
	IF OPCIX-REVERSED
		MOVE OPCIX-REVERSED-DATE TO WS-WORK-DATE
		IF WS-WORK-PERIOD = WS-PRM-PERIOD
		   AND WS-WORK-DAY NOT > WS-DAYS-IN-MONTH
		   AND WS-WORK-DAY > ZERO
			SUBTRACT OPCIX-OPERAND-VALUE
				FROM WS-DAY-CLASSIFIED-VALUE(WS-WORK-DAY)
		END-IF
	END-IF.

*>  A DATE IS CHECKED IF IT IS A RUN DAY OR THE STREAM RAN FOR IT
*>  ANYWAY. THE FIRST CHECK THAT FAILS NAMES THE RESULT.
4000-CERTIFY-DATES.
	PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
			UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
		IF WS-DAY-IS-RUN-DAY(WS-DAY-IDX)
		   OR WS-DAY-RUN-STATUS(WS-DAY-IDX) NOT = SPACE
			PERFORM 4100-CERTIFY-ONE-DATE
		ELSE
			MOVE "NO RUN DAY" TO WS-DAY-RESULT(WS-DAY-IDX)
		END-IF
		PERFORM 4900-PRINT-DATE-LINE
	END-PERFORM.

4100-CERTIFY-ONE-DATE.
	ADD 1 TO WS-DATES-CHECKED
	ADD WS-DAY-POSTED-VALUE(WS-DAY-IDX) TO WS-MONTH-POSTED-VALUE
	ADD WS-DAY-CLASSIFIED-VALUE(WS-DAY-IDX)
		TO WS-MONTH-CLASSIFIED-VALUE
	EVALUATE TRUE
		WHEN WS-DAY-RUN-STATUS(WS-DAY-IDX) = SPACE
			MOVE "NOT RUN" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-RUN-STATUS(WS-DAY-IDX) NOT = "C"
			MOVE "RUN OPEN" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-RECON-FLAG(WS-DAY-IDX) = SPACE
			MOVE "NO RECON" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-RECON-FLAG(WS-DAY-IDX) NOT = "Y"
			MOVE "UNBALANCED" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-EXTRACTS(WS-DAY-IDX) = ZERO
			MOVE "NO EXTRACT" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-EXTRACTS-ACKED(WS-DAY-IDX)
				< WS-DAY-EXTRACTS(WS-DAY-IDX)
			MOVE "UNACKED" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-TRAILER-BAD(WS-DAY-IDX)
			MOVE "TRAILER" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN WS-DAY-POSTED-VALUE(WS-DAY-IDX)
				NOT = WS-DAY-CLASSIFIED-VALUE(WS-DAY-IDX)
			MOVE "VALUE DIFF" TO WS-DAY-RESULT(WS-DAY-IDX)
		WHEN OTHER
			MOVE "CERTIFIED" TO WS-DAY-RESULT(WS-DAY-IDX)
			MOVE "C" TO WS-DAY-CHECK-SWITCH(WS-DAY-IDX)
	END-EVALUATE
	IF WS-DAY-CERTIFIED(WS-DAY-IDX)
		ADD 1 TO WS-DATES-CERTIFIED
	ELSE
		MOVE "Y" TO WS-DAY-CHECK-SWITCH(WS-DAY-IDX)
		ADD 1 TO WS-DATES-FAILED
		SET CLOSE-PROBLEM-FOUND TO TRUE
	END-IF.

4900-PRINT-DATE-LINE.
	MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-CDL-DATE
	EVALUATE WS-DAY-RUN-STATUS(WS-DAY-IDX)
		WHEN "C"
			MOVE "COMPLETE" TO WS-CDL-RUN
		WHEN "S"
			MOVE "STARTED" TO WS-CDL-RUN
		WHEN "O"
			MOVE "OPEN" TO WS-CDL-RUN
		WHEN OTHER
			MOVE "NONE" TO WS-CDL-RUN
	END-EVALUATE
	EVALUATE WS-DAY-RECON-FLAG(WS-DAY-IDX)
		WHEN "Y"
			MOVE "IN BAL" TO WS-CDL-RECON
		WHEN "N"
			MOVE "OUTBAL" TO WS-CDL-RECON
		WHEN OTHER
			MOVE "NONE" TO WS-CDL-RECON
	END-EVALUATE
	MOVE WS-DAY-EXTRACTS(WS-DAY-IDX) TO WS-CDL-EXTRACTS
	MOVE WS-DAY-EXTRACTS-ACKED(WS-DAY-IDX) TO WS-CDL-ACKED
	MOVE WS-DAY-POSTED-VALUE(WS-DAY-IDX) TO WS-CDL-POSTED
	MOVE WS-DAY-CLASSIFIED-VALUE(WS-DAY-IDX) TO WS-CDL-CLASSIFIED
	MOVE WS-DAY-RESULT(WS-DAY-IDX) TO WS-CDL-RESULT
	WRITE CERTIFICATE-REPORT-LINE FROM WS-CERT-DETAIL-LINE.

*>  EVERY DATE CERTIFIED - THE MONTH IS CLOSED. THE STATUS RECORD
*>  IS APPENDED TO THE PERIOD STATUS MASTER BY THE JOB, SO IFELSE
*>  AND THE INTAKE REFUSE THE MONTH FROM THE NEXT RUN ON.
5000-CLOSE-PERIOD.
	IF PERIOD-WAS-CLOSED
		DISPLAY "OPMCLOSE - PERIOD " WS-PRM-PERIOD
			" IS ALREADY CLOSED - NOTHING WRITTEN"
		MOVE SPACES TO CERTIFICATE-REPORT-LINE
		WRITE CERTIFICATE-REPORT-LINE
		MOVE "*** PERIOD ALREADY CLOSED - NO NEW CLOSE RECORDED ***"
			TO CERTIFICATE-REPORT-LINE
		WRITE CERTIFICATE-REPORT-LINE
		SET CLOSE-PROBLEM-FOUND TO TRUE
	ELSE
		MOVE SPACES TO WS-PERIOD-STATUS-RECORD
		MOVE WS-PRM-PERIOD TO OPPER-PERIOD
		SET OPPER-STATUS-CLOSED TO TRUE
		MOVE WS-FIRST-DATE TO OPPER-FIRST-DATE
		MOVE WS-LAST-DATE TO OPPER-LAST-DATE
		MOVE WS-DATES-CERTIFIED TO OPPER-DATES-CERTIFIED
		MOVE WS-EXTRACTS-CONFIRMED TO OPPER-EXTRACTS-CONFIRMED
		MOVE WS-MONTH-CLASSIFIED-VALUE TO OPPER-CLASSIFIED-VALUE
		MOVE WS-MONTH-POSTED-VALUE TO OPPER-POSTED-VALUE
		MOVE WS-PRM-OPERATOR-ID TO OPPER-OPERATOR-ID
		MOVE WS-CURR-DATE-8 TO OPPER-STATUS-DATE
		MOVE WS-CURR-TIME-6 TO OPPER-STATUS-TIME
		WRITE PERIOD-STATUS-OUT-RECORD FROM WS-PERIOD-STATUS-RECORD
		SET OPPDA-EVT-CLOSED TO TRUE
		PERFORM 8000-WRITE-PERIOD-AUDIT
		MOVE "MONTH-END PERIOD " TO WS-VDT-TEXT
		MOVE " CLOSED BY " TO WS-VDT-ACTION
		PERFORM 7500-WRITE-VERDICT
	END-IF.

*>  ONLY A CLOSED MONTH CAN BE REOPENED. THE AUDIT RECORD CARRIES
*>  THE REASON AND THE OPERATOR WHO AUTHORIZED IT; THE STATUS R
*>  RECORD LETS THE NIGHTLY STREAM TAKE THE MONTH'S DATES AGAIN
*>  UNTIL THE MONTH IS CLOSED A SECOND TIME.
6000-REOPEN-PERIOD.
	IF NOT PERIOD-WAS-CLOSED
		DISPLAY "OPMCLOSE - PERIOD " WS-PRM-PERIOD
			" IS NOT CLOSED - REOPEN REFUSED"
		MOVE "*** PERIOD IS NOT CLOSED - REOPEN REFUSED ***"
			TO CERTIFICATE-REPORT-LINE
		WRITE CERTIFICATE-REPORT-LINE
		SET CLOSE-PROBLEM-FOUND TO TRUE
	ELSE
		MOVE SPACES TO WS-PERIOD-STATUS-RECORD
		MOVE WS-PRM-PERIOD TO OPPER-PERIOD
		SET OPPER-STATUS-REOPENED TO TRUE
		MOVE WS-FIRST-DATE TO OPPER-FIRST-DATE
		MOVE WS-LAST-DATE TO OPPER-LAST-DATE
		MOVE ZERO TO OPPER-DATES-CERTIFIED
		MOVE ZERO TO OPPER-EXTRACTS-CONFIRMED
		MOVE ZERO TO OPPER-CLASSIFIED-VALUE
		MOVE ZERO TO OPPER-POSTED-VALUE
		MOVE WS-PRM-OPERATOR-ID TO OPPER-OPERATOR-ID
		MOVE WS-CURR-DATE-8 TO OPPER-STATUS-DATE
		MOVE WS-CURR-TIME-6 TO OPPER-STATUS-TIME
		WRITE PERIOD-STATUS-OUT-RECORD FROM WS-PERIOD-STATUS-RECORD
		SET OPPDA-EVT-REOPENED TO TRUE
		PERFORM 8000-WRITE-PERIOD-AUDIT
		MOVE "MONTH-END PERIOD " TO WS-VDT-TEXT
		MOVE " REOPENED BY " TO WS-VDT-ACTION
		PERFORM 7500-WRITE-VERDICT
		MOVE WS-PRM-REASON TO WS-RSN-TEXT
		WRITE CERTIFICATE-REPORT-LINE FROM WS-REASON-LINE
	END-IF.

7000-WRITE-CERTIFICATE-SUMMARY.
	MOVE SPACES TO CERTIFICATE-REPORT-LINE
	WRITE CERTIFICATE-REPORT-LINE
	MOVE "DATES CHECKED" TO WS-SUM-LABEL
	MOVE WS-DATES-CHECKED TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "DATES CERTIFIED" TO WS-SUM-LABEL
	MOVE WS-DATES-CERTIFIED TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "DATES FAILED" TO WS-SUM-LABEL
	MOVE WS-DATES-FAILED TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "EXTRACTS CUT" TO WS-SUM-LABEL
	MOVE WS-EXTRACTS-CUT TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "EXTRACTS CONFIRMED" TO WS-SUM-LABEL
	MOVE WS-EXTRACTS-CONFIRMED TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "POSTING FILES READ" TO WS-SUM-LABEL
	MOVE WS-POSTING-FILES TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "POSTING TRAILERS FAILED" TO WS-SUM-LABEL
	MOVE WS-TRAILER-FAILURES TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "MONTH POSTED VALUE" TO WS-SUM-LABEL
	MOVE WS-MONTH-POSTED-VALUE TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "MONTH CLASSIFIED VALUE" TO WS-SUM-LABEL
	MOVE WS-MONTH-CLASSIFIED-VALUE TO WS-SUM-FIGURE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE SPACES TO CERTIFICATE-REPORT-LINE
	WRITE CERTIFICATE-REPORT-LINE
	IF CLOSE-PROBLEM-FOUND
		MOVE WS-DATES-FAILED TO WS-FLD-COUNT
		WRITE CERTIFICATE-REPORT-LINE FROM WS-FAILED-LINE
	END-IF.

7500-WRITE-VERDICT.
	MOVE WS-PRM-PERIOD TO WS-VDT-PERIOD
	MOVE WS-PRM-OPERATOR-ID TO WS-VDT-OPERATOR
	MOVE WS-CURR-DATE-8 TO WS-VDT-DATE
	MOVE WS-CURR-TIME-6 TO WS-VDT-TIME
	WRITE CERTIFICATE-REPORT-LINE FROM WS-VERDICT-LINE
	MOVE SPACES TO CERTIFICATE-REPORT-LINE
	WRITE CERTIFICATE-REPORT-LINE
	WRITE CERTIFICATE-REPORT-LINE FROM WS-SIGNOFF-LINE.

8000-WRITE-PERIOD-AUDIT.
	MOVE WS-PRM-PERIOD TO OPPDA-PERIOD
	MOVE WS-PRIOR-STATUS TO OPPDA-PRIOR-STATUS
	MOVE WS-PRM-OPERATOR-ID TO OPPDA-OPERATOR-ID
	MOVE WS-PRM-REASON TO OPPDA-REASON
	MOVE WS-CURR-DATE-8 TO OPPDA-DATE
	MOVE WS-CURR-TIME-6 TO OPPDA-TIME
	WRITE PERIOD-AUDIT-RECORD.

9000-TERMINATE.
	CLOSE PERIOD-STATUS-OUT-FILE
	CLOSE PERIOD-AUDIT-FILE
	CLOSE CERTIFICATE-REPORT-FILE.
