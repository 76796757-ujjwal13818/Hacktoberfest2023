IDENTIFICATION DIVISION.
PROGRAM-ID. OPSUSMGR.
*> OPSUSMGR - out-of-range suspense management batch program.
*> IFELSE writes every operand it rejects as OUT OF RANGE to the
*> day's suspense generation (OPSUSP layout), carrying the range set
*> it failed against. This program merges that generation into the
*> cumulative suspense master and works every held item:
*>  - when the OPRAUD audit trail shows an ORNG range change newer
*>    than the item's checked stamp, the item is re-validated
*>    against the current range file, exactly as IFELSE validates
*>    (inside any active range, or inside the default limits when
*>    no range is active). An item that now passes is released as
*>    a properly formed OPRECORD resubmit transaction for the next
*>    day's intake; one that still fails stays held, its checked
*>    stamp moved up to the change just applied;
*>  - a held item older than the retention window (OPSUSPRM cols
*>    1-3, days) is written off.
*> The report lists what was released, what is still held and what
*> was written off. Released and written-off items stay on the
*> master for a window after their action date, then drop off.
*> The merge is idempotent: the job feeds the latest two suspense
*> generations (so an abended night and its rerun are both covered)
*> sorted by key and newest suspension first, and a suspension the
*> master already holds is absorbed. A newer suspension of a key the
*> master has already released or written off (its resubmit failed
*> again, or the sender re-sent it) reopens the item. Both outputs
*> are staging datasets swapped in by the job only after a clean
*> run, so a rerun repeats the whole merge.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MASTER-IN-FILE ASSIGN TO OPSUSMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-MASTER-IN-STATUS.
	SELECT DAILY-SUSPENSE-FILE ASSIGN TO OPSUSIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DAILY-STATUS.
	SELECT RANGE-FILE ASSIGN TO OPRANGEF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS OPRANGE-RANGE-CODE
		FILE STATUS IS WS-RANGE-STATUS.
	SELECT AUDIT-IN-FILE ASSIGN TO OPRAUDIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.
	SELECT RETENTION-PARM-FILE ASSIGN TO OPSUSPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT MASTER-OUT-FILE ASSIGN TO OPSUSMOT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-MASTER-OUT-STATUS.
	SELECT SUSPENSE-REPORT-FILE ASSIGN TO OPSUSRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT RESUBMIT-FILE ASSIGN TO OPRESUB
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RESUBMIT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MASTER-IN-FILE
	RECORDING MODE IS F.
01  MASTER-IN-RECORD                 PIC X(362).
FD  DAILY-SUSPENSE-FILE
	RECORDING MODE IS F.
01  DAILY-SUSPENSE-RECORD            PIC X(362).
FD  RANGE-FILE
	RECORDING MODE IS F.
01  RANGE-RECORD.
	COPY OPRANGE.
FD  AUDIT-IN-FILE
	RECORDING MODE IS F.
01  AUDIT-IN-RECORD.
	COPY OPRAUD.
FD  RETENTION-PARM-FILE
	RECORDING MODE IS F.
01  RETENTION-PARM-RECORD            PIC X(80).
FD  MASTER-OUT-FILE
	RECORDING MODE IS F.
01  MASTER-OUT-RECORD                PIC X(362).
FD  SUSPENSE-REPORT-FILE
	RECORDING MODE IS F.
01  SUSPENSE-REPORT-LINE             PIC X(80).
FD  RESUBMIT-FILE
	RECORDING MODE IS F.
01  RESUBMIT-RECORD.
	COPY OPRECORD.
WORKING-STORAGE SECTION.
	77 WS-MASTER-IN-STATUS PIC XX.
	77 WS-DAILY-STATUS PIC XX.
	77 WS-RANGE-STATUS PIC XX.
	77 WS-AUDIT-STATUS PIC XX.
	77 WS-PARM-STATUS PIC XX.
	77 WS-MASTER-OUT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-RESUBMIT-STATUS PIC XX.

	01  WS-MASTER-WORK-RECORD.
		COPY OPSUSP.

	77  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-MASTER VALUE "Y".
	77  WS-DAILY-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-DAILY VALUE "Y".
	77  WS-MASTER-OPEN-SWITCH PIC X VALUE "N".
		88  MASTER-FILE-OPENED VALUE "Y".
	77  WS-DAILY-OPEN-SWITCH PIC X VALUE "N".
		88  DAILY-FILE-OPENED VALUE "Y".
	01  WS-MASTER-KEY                PIC X(10) VALUE LOW-VALUES.
	01  WS-DAILY-KEY                 PIC X(10) VALUE LOW-VALUES.
	01  WS-DAILY-SUSPENDED-STAMP     PIC X(14) VALUE LOW-VALUES.
	01  WS-MERGED-KEY                PIC X(10) VALUE LOW-VALUES.

*>  THE RANGE SET IN FORCE NOW, LOADED THE WAY IFELSE LOADS IT.
*>  IF THE RANGE FILE CANNOT BE OPENED NOTHING IS RE-CHECKED - AN
*>  ITEM IS NEVER RELEASED AGAINST LIMITS THIS RUN COULD NOT READ.
	77  WS-RANGE-MAX-ENTRIES PIC 9(02) VALUE 20.
	77  WS-RANGE-COUNT PIC 9(02) VALUE ZERO.
	77  WS-RANGE-IDX PIC 9(02) VALUE ZERO.
	77  WS-RANGE-FILE-SWITCH PIC X VALUE "N".
		88  RANGE-FILE-AVAILABLE VALUE "Y".
	01  WS-RANGE-TABLE.
		05  WS-RANGE-ENTRY OCCURS 20 TIMES.
			10  WS-RANGE-MIN-VALUE  PIC S9(7).
			10  WS-RANGE-MAX-VALUE  PIC S9(7).
	01  WS-OPERAND-RANGE-LIMITS.
		05  WS-OPERAND-RANGE-MIN  PIC S9(7) VALUE -999999.
		05  WS-OPERAND-RANGE-MAX  PIC S9(7) VALUE  999999.
	77  WS-VALID-OPERAND-SWITCH PIC X VALUE "N".
		88  OPERAND-IS-VALID VALUE "Y".
		88  OPERAND-IS-INVALID VALUE "N".

*>  NEWEST ORNG CHANGE ON THE AUDIT TRAIL THAT CAN MOVE A LIMIT -
*>  AN ADD, A RETIRE, OR AN UPDATE THAT TOUCHES MIN, MAX OR STATUS.
*>  A DESCRIPTION-ONLY UPDATE NEVER MAKES A HELD ITEM VALID.
	01  WS-LAST-CHANGE-STAMP.
		05  WS-LAST-CHANGE-DATE      PIC 9(08) VALUE ZERO.
		05  WS-LAST-CHANGE-TIME      PIC 9(06) VALUE ZERO.
	77  WS-RANGE-CHANGE-COUNT PIC 9(7) VALUE ZERO.

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).
	77  WS-TODAY-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-ITEM-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-DAYS-HELD PIC S9(05) VALUE ZERO.
	77  WS-DAYS-ACTIONED PIC S9(05) VALUE ZERO.
	77  WS-RETENTION-DAYS PIC 9(03) VALUE 030.
	77  WS-ACTIONED-RETENTION-DAYS PIC 9(03) VALUE 30.
	77  WS-PURGE-SWITCH PIC X VALUE "N".
		88  ACTIONED-ITEM-PURGED VALUE "Y".
	77  WS-PRIOR-ACTIONED-SWITCH PIC X VALUE "N".
		88  PRIOR-ACTIONED-ITEM VALUE "Y".
	77  WS-RECHECK-SWITCH PIC X VALUE "N".
		88  ITEM-RECHECKED VALUE "Y".

	01  WS-SUSPENSE-COUNTS.
		05  WS-NEW-COUNT             PIC 9(7) VALUE ZERO.
		05  WS-ABSORBED-COUNT        PIC 9(7) VALUE ZERO.
		05  WS-REOPENED-COUNT        PIC 9(7) VALUE ZERO.
		05  WS-RECHECKED-COUNT       PIC 9(7) VALUE ZERO.
		05  WS-RELEASED-COUNT        PIC 9(7) VALUE ZERO.
		05  WS-HELD-COUNT            PIC 9(7) VALUE ZERO.
		05  WS-WRITTEN-OFF-COUNT     PIC 9(7) VALUE ZERO.
		05  WS-ACTIONED-PRIOR-COUNT  PIC 9(7) VALUE ZERO.
		05  WS-PURGED-COUNT          PIC 9(7) VALUE ZERO.

	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.
	77  WS-LINE-COUNT PIC 9(3) VALUE ZERO.
	77  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(30) VALUE "OUT-OF-RANGE SUSPENSE REPORT".
		05  FILLER PIC X(6)  VALUE SPACES.
		05  WS-HDG-DATE PIC 9(08).
		05  FILLER PIC X(27) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(32) VALUE
			"KEY            VALUE  BUS DATE  ".
		05  FILLER PIC X(48) VALUE
			"SUSPENDED DAYS  ACTION       RANGES  RECHECKED".

	01  WS-REPORT-DETAIL-LINE.
		05  WS-DET-KEY       PIC X(10).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-VALUE     PIC -9(7).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-BUS-DATE  PIC 9(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-SUSPENDED PIC 9(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-DAYS      PIC ZZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-ACTION    PIC X(11).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-RANGES    PIC X(06).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-RECHECKED PIC X(09).
		05  FILLER           PIC X(02) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(26).
		05  WS-SUM-COUNT      PIC ZZZ,ZZ9.
		05  FILLER            PIC X(47) VALUE SPACES.

	01  WS-REPORT-CHANGE-LINE.
		05  FILLER            PIC X(26) VALUE
			"LATEST RANGE CHANGE".
		05  WS-CHG-DATE       PIC 9(08).
		05  FILLER            PIC X(01) VALUE SPACES.
		05  WS-CHG-TIME       PIC 9(06).
		05  FILLER            PIC X(39) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 3000-MERGE-SUSPENSE
		UNTIL NO-MORE-MASTER AND NO-MORE-DAILY
	PERFORM 7000-WRITE-SUMMARY
	PERFORM 9000-TERMINATE
	STOP RUN.

1000-INITIALIZE.
	OPEN OUTPUT MASTER-OUT-FILE
	IF WS-MASTER-OUT-STATUS NOT = "00"
		DISPLAY "OPSUSMGR - UNABLE TO OPEN MASTER-OUT-FILE, STATUS = "
			WS-MASTER-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT SUSPENSE-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPSUSMGR - UNABLE TO OPEN SUSPENSE-REPORT-FILE, "
			"STATUS = " WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT RESUBMIT-FILE
	IF WS-RESUBMIT-STATUS NOT = "00"
		DISPLAY "OPSUSMGR - UNABLE TO OPEN RESUBMIT-FILE, STATUS = "
			WS-RESUBMIT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-HDG-DATE
	COMPUTE WS-TODAY-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
	PERFORM 1100-WRITE-PAGE-HEADERS
	PERFORM 1200-LOAD-RETENTION-PARM
	PERFORM 1300-LOAD-RANGE-TABLE
	PERFORM 1400-SCAN-RANGE-AUDIT
	PERFORM 1500-OPEN-MERGE-INPUTS
	PERFORM 2000-READ-MASTER
	PERFORM 2100-READ-DAILY.

1100-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-HEADING-2
	MOVE ZERO TO WS-LINE-COUNT.

1200-LOAD-RETENTION-PARM.
	OPEN INPUT RETENTION-PARM-FILE
	IF WS-PARM-STATUS = "00"
		READ RETENTION-PARM-FILE
			AT END MOVE "10" TO WS-PARM-STATUS
		END-READ
		IF WS-PARM-STATUS = "00"
		   AND RETENTION-PARM-RECORD(1:3) IS NUMERIC
		   AND RETENTION-PARM-RECORD(1:3) NOT = "000"
			MOVE RETENTION-PARM-RECORD(1:3) TO WS-RETENTION-DAYS
		ELSE
			DISPLAY "WARNING - RETENTION PARM MISSING OR NOT NUMERIC, "
				"USING DEFAULT " WS-RETENTION-DAYS " DAYS"
		END-IF
		CLOSE RETENTION-PARM-FILE
	ELSE
		DISPLAY "WARNING - RETENTION PARM FILE NOT AVAILABLE, "
			"USING DEFAULT " WS-RETENTION-DAYS " DAYS"
	END-IF.

1300-LOAD-RANGE-TABLE.
	OPEN INPUT RANGE-FILE
	IF WS-RANGE-STATUS = "00"
		SET RANGE-FILE-AVAILABLE TO TRUE
		PERFORM UNTIL WS-RANGE-STATUS NOT = "00"
				OR WS-RANGE-COUNT = WS-RANGE-MAX-ENTRIES
			READ RANGE-FILE NEXT RECORD
				AT END MOVE "10" TO WS-RANGE-STATUS
			END-READ
			IF WS-RANGE-STATUS = "00" AND OPRANGE-ACTIVE
				ADD 1 TO WS-RANGE-COUNT
				MOVE OPRANGE-MIN-VALUE TO WS-RANGE-MIN-VALUE(WS-RANGE-COUNT)
				MOVE OPRANGE-MAX-VALUE TO WS-RANGE-MAX-VALUE(WS-RANGE-COUNT)
			END-IF
		END-PERFORM
		IF WS-RANGE-COUNT = WS-RANGE-MAX-ENTRIES AND WS-RANGE-STATUS = "00"
			DISPLAY "WARNING - RANGE MAINTENANCE FILE HAS MORE THAN "
				WS-RANGE-MAX-ENTRIES " ACTIVE ENTRIES, REMAINDER IGNORED"
		END-IF
		CLOSE RANGE-FILE
	ELSE
		DISPLAY "WARNING - RANGE MAINTENANCE FILE NOT AVAILABLE, "
			"STATUS = " WS-RANGE-STATUS " - NO ITEM RE-CHECKED THIS RUN"
	END-IF.

*>  THE KEEP FILE IS CUMULATIVE, SO THE NEWEST QUALIFYING CHANGE IS
*>  ALL THAT MATTERS: AN ITEM CHECKED AT OR AFTER IT HAS ALREADY
*>  SEEN THE RANGE SET IT PRODUCED. WITH NO AUDIT TRAIL NOTHING IS
*>  KNOWN TO HAVE CHANGED AND NOTHING IS RE-CHECKED.
1400-SCAN-RANGE-AUDIT.
	OPEN INPUT AUDIT-IN-FILE
	IF WS-AUDIT-STATUS = "00"
		PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
			READ AUDIT-IN-FILE
				AT END MOVE "10" TO WS-AUDIT-STATUS
			END-READ
			IF WS-AUDIT-STATUS = "00"
				PERFORM 1410-NOTE-RANGE-CHANGE
			END-IF
		END-PERFORM
		CLOSE AUDIT-IN-FILE
	ELSE
		DISPLAY "WARNING - RANGE AUDIT FILE NOT AVAILABLE, STATUS = "
			WS-AUDIT-STATUS " - NO ITEM RE-CHECKED THIS RUN"
	END-IF.

1410-NOTE-RANGE-CHANGE.
	IF OPRAUD-FUNC-ADD OR OPRAUD-FUNC-RETIRE
	   OR OPRAUD-OLD-MIN-VALUE NOT = OPRAUD-NEW-MIN-VALUE
	   OR OPRAUD-OLD-MAX-VALUE NOT = OPRAUD-NEW-MAX-VALUE
	   OR OPRAUD-OLD-STATUS NOT = OPRAUD-NEW-STATUS
		ADD 1 TO WS-RANGE-CHANGE-COUNT
		IF OPRAUD-TIMESTAMP > WS-LAST-CHANGE-STAMP
			MOVE OPRAUD-TIMESTAMP TO WS-LAST-CHANGE-STAMP
		END-IF
	END-IF.

1500-OPEN-MERGE-INPUTS.
	OPEN INPUT MASTER-IN-FILE
	IF WS-MASTER-IN-STATUS = "00"
		SET MASTER-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "OPSUSMGR - NO SUSPENSE MASTER FOUND, STATUS = "
			WS-MASTER-IN-STATUS " - BUILDING NEW MASTER"
		SET NO-MORE-MASTER TO TRUE
	END-IF
	OPEN INPUT DAILY-SUSPENSE-FILE
	IF WS-DAILY-STATUS = "00"
		SET DAILY-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "OPSUSMGR - NO DAILY SUSPENSE FILE, STATUS = "
			WS-DAILY-STATUS " - WORKING EXISTING MASTER ONLY"
		SET NO-MORE-DAILY TO TRUE
	END-IF.

2000-READ-MASTER.
	IF NO-MORE-MASTER
		MOVE HIGH-VALUES TO WS-MASTER-KEY
	ELSE
		READ MASTER-IN-FILE
			AT END
				SET NO-MORE-MASTER TO TRUE
				MOVE HIGH-VALUES TO WS-MASTER-KEY
			NOT AT END
				MOVE MASTER-IN-RECORD(1:10) TO WS-MASTER-KEY
		END-READ
	END-IF.

2100-READ-DAILY.
	IF NO-MORE-DAILY
		MOVE HIGH-VALUES TO WS-DAILY-KEY
	ELSE
		READ DAILY-SUSPENSE-FILE
			AT END
				SET NO-MORE-DAILY TO TRUE
				MOVE HIGH-VALUES TO WS-DAILY-KEY
			NOT AT END
				MOVE DAILY-SUSPENSE-RECORD(1:10) TO WS-DAILY-KEY
				MOVE DAILY-SUSPENSE-RECORD(26:14)
					TO WS-DAILY-SUSPENDED-STAMP
		END-READ
	END-IF.

*>  THE DAILY INPUT IS SORTED NEWEST SUSPENSION FIRST WITHIN KEY, SO
*>  ONCE A KEY'S FIRST DAILY RECORD IS TAKEN THE OLDER COPIES BEHIND
*>  IT (THE PRIOR GENERATION'S, OR A RERUN'S REPEAT) ARE SKIPPED.
2150-SKIP-OLDER-DAILY.
	MOVE WS-DAILY-KEY TO WS-MERGED-KEY
	PERFORM 2100-READ-DAILY
		UNTIL WS-DAILY-KEY NOT = WS-MERGED-KEY.

3000-MERGE-SUSPENSE.
	IF WS-MASTER-KEY NOT GREATER THAN WS-DAILY-KEY
		MOVE MASTER-IN-RECORD TO WS-MASTER-WORK-RECORD
		IF WS-MASTER-KEY = WS-DAILY-KEY
*>          A SUSPENSION NO NEWER THAN THE MASTER'S IS ONE ALREADY
*>          MERGED (YESTERDAY'S GENERATION FED AGAIN) OR A REPEAT
*>          OF AN ITEM STILL HELD - EITHER WAY THE MASTER WINS. A
*>          NEWER ONE AGAINST A RELEASED OR WRITTEN-OFF ITEM IS A
*>          FRESH REJECTION AND REOPENS IT.
			IF WS-DAILY-SUSPENDED-STAMP > OPSUS-SUSPENDED-TIMESTAMP
			   AND NOT OPSUS-STATUS-HELD
				MOVE DAILY-SUSPENSE-RECORD TO WS-MASTER-WORK-RECORD
				ADD 1 TO WS-REOPENED-COUNT
			ELSE
				ADD 1 TO WS-ABSORBED-COUNT
			END-IF
			PERFORM 2150-SKIP-OLDER-DAILY
		END-IF
		PERFORM 4000-MANAGE-SUSPENSE-ITEM
		PERFORM 2000-READ-MASTER
	ELSE
		MOVE DAILY-SUSPENSE-RECORD TO WS-MASTER-WORK-RECORD
		ADD 1 TO WS-NEW-COUNT
		PERFORM 2150-SKIP-OLDER-DAILY
		PERFORM 4000-MANAGE-SUSPENSE-ITEM
	END-IF.

4000-MANAGE-SUSPENSE-ITEM.
	MOVE "N" TO WS-PURGE-SWITCH
	MOVE "N" TO WS-PRIOR-ACTIONED-SWITCH
	MOVE "N" TO WS-RECHECK-SWITCH
	IF OPSUS-STATUS-HELD
		PERFORM 4100-COMPUTE-DAYS-HELD
		IF RANGE-FILE-AVAILABLE
		   AND WS-LAST-CHANGE-STAMP > OPSUS-CHECKED-STAMP
			PERFORM 4200-RECHECK-AGAINST-RANGES
		END-IF
		IF OPSUS-STATUS-HELD
		   AND OPSUS-DAYS-HELD > WS-RETENTION-DAYS
			SET OPSUS-STATUS-WRITTEN-OFF TO TRUE
			MOVE WS-CURR-DATE-8 TO OPSUS-ACTION-DATE
			ADD 1 TO WS-WRITTEN-OFF-COUNT
		END-IF
		IF OPSUS-STATUS-HELD
			ADD 1 TO WS-HELD-COUNT
		END-IF
	ELSE
		SET PRIOR-ACTIONED-ITEM TO TRUE
		ADD 1 TO WS-ACTIONED-PRIOR-COUNT
		PERFORM 4400-CHECK-ACTIONED-RETENTION
	END-IF
	IF ACTIONED-ITEM-PURGED
		ADD 1 TO WS-PURGED-COUNT
	ELSE
		WRITE MASTER-OUT-RECORD FROM WS-MASTER-WORK-RECORD
*>      ITEMS RELEASED OR WRITTEN OFF ON A PRIOR RUN ARE CARRIED ON
*>      THE MASTER BUT NO LONGER PRINT.
		IF NOT PRIOR-ACTIONED-ITEM
			PERFORM 5000-WRITE-SUSPENSE-DETAIL
		END-IF
	END-IF.

4100-COMPUTE-DAYS-HELD.
	IF OPSUS-SUSPENDED-DATE = ZERO
		MOVE ZERO TO OPSUS-DAYS-HELD
	ELSE
		COMPUTE WS-ITEM-INTEGER =
			FUNCTION INTEGER-OF-DATE(OPSUS-SUSPENDED-DATE)
		COMPUTE WS-DAYS-HELD = WS-TODAY-INTEGER - WS-ITEM-INTEGER
		IF WS-DAYS-HELD NEGATIVE
			MOVE ZERO TO WS-DAYS-HELD
		END-IF
		IF WS-DAYS-HELD > 999
			MOVE 999 TO WS-DAYS-HELD
		END-IF
		MOVE WS-DAYS-HELD TO OPSUS-DAYS-HELD
	END-IF.

*>  SAME TEST AS IFELSE 3100/3110: INSIDE ANY ACTIVE RANGE, OR
*>  INSIDE THE DEFAULT LIMITS WHEN NO RANGE IS ACTIVE. THE ITEM'S
*>  OWN RANGE SET IS LEFT AS IT WAS - IT RECORDS WHAT THE OPERAND
*>  WAS REJECTED UNDER; THE CHECKED STAMP RECORDS WHAT IT HAS SEEN.
4200-RECHECK-AGAINST-RANGES.
	SET ITEM-RECHECKED TO TRUE
	ADD 1 TO WS-RECHECKED-COUNT
	MOVE WS-LAST-CHANGE-STAMP TO OPSUS-CHECKED-STAMP
	IF WS-RANGE-COUNT > ZERO
		SET OPERAND-IS-INVALID TO TRUE
		PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
				UNTIL WS-RANGE-IDX > WS-RANGE-COUNT OR OPERAND-IS-VALID
			IF OPSUS-OPERAND-VALUE
					NOT LESS THAN WS-RANGE-MIN-VALUE(WS-RANGE-IDX)
			   AND OPSUS-OPERAND-VALUE
					NOT GREATER THAN WS-RANGE-MAX-VALUE(WS-RANGE-IDX)
				SET OPERAND-IS-VALID TO TRUE
			END-IF
		END-PERFORM
	ELSE
		SET OPERAND-IS-VALID TO TRUE
		IF OPSUS-OPERAND-VALUE < WS-OPERAND-RANGE-MIN OR
		   OPSUS-OPERAND-VALUE > WS-OPERAND-RANGE-MAX
			SET OPERAND-IS-INVALID TO TRUE
		END-IF
	END-IF
	IF OPERAND-IS-VALID
		SET OPSUS-STATUS-RELEASED TO TRUE
		MOVE WS-CURR-DATE-8 TO OPSUS-ACTION-DATE
		ADD 1 TO WS-RELEASED-COUNT
		PERFORM 4250-WRITE-RESUBMIT-RECORD
	END-IF.

4250-WRITE-RESUBMIT-RECORD.
	MOVE SPACES TO RESUBMIT-RECORD
	SET OP-TRANS-RESUBMIT TO TRUE
	MOVE OPSUS-SOURCE-SYSTEM TO OP-SOURCE-SYSTEM
	MOVE OPSUS-SEQUENCE-NBR TO OP-SEQUENCE-NBR
	MOVE OPSUS-OPERAND-VALUE TO OPERAND1
	MOVE WS-CURR-DATE-8 TO OP-DATE
	MOVE WS-CURR-TIME-6 TO OP-TIME
	MOVE SPACES TO OP-CLASSIFICATION-RESULT
	MOVE SPACES TO OP-VALUE-BAND-RESULT
	WRITE RESUBMIT-RECORD.

4400-CHECK-ACTIONED-RETENTION.
	IF OPSUS-ACTION-DATE = ZERO
		CONTINUE
	ELSE
		COMPUTE WS-ITEM-INTEGER =
			FUNCTION INTEGER-OF-DATE(OPSUS-ACTION-DATE)
		COMPUTE WS-DAYS-ACTIONED =
			WS-TODAY-INTEGER - WS-ITEM-INTEGER
		IF WS-DAYS-ACTIONED > WS-ACTIONED-RETENTION-DAYS
			SET ACTIONED-ITEM-PURGED TO TRUE
		END-IF
	END-IF.

5000-WRITE-SUSPENSE-DETAIL.
	IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	MOVE OPSUS-RECORD-KEY TO WS-DET-KEY
	MOVE OPSUS-OPERAND-VALUE TO WS-DET-VALUE
	MOVE OPSUS-BUSINESS-DATE TO WS-DET-BUS-DATE
	MOVE OPSUS-SUSPENDED-DATE TO WS-DET-SUSPENDED
	MOVE OPSUS-DAYS-HELD TO WS-DET-DAYS
	EVALUATE TRUE
		WHEN OPSUS-STATUS-RELEASED
			MOVE "RELEASED" TO WS-DET-ACTION
		WHEN OPSUS-STATUS-WRITTEN-OFF
			MOVE "WRITTEN OFF" TO WS-DET-ACTION
		WHEN OTHER
			MOVE "HELD" TO WS-DET-ACTION
	END-EVALUATE
	IF OPSUS-RANGES-DEFAULT
		MOVE "DEFLT" TO WS-DET-RANGES
	ELSE
		MOVE OPSUS-RANGE-COUNT TO WS-DET-RANGES
	END-IF
	IF ITEM-RECHECKED
		MOVE "YES" TO WS-DET-RECHECKED
	ELSE
		MOVE SPACES TO WS-DET-RECHECKED
	END-IF
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

7000-WRITE-SUMMARY.
	MOVE SPACES TO SUSPENSE-REPORT-LINE
	WRITE SUSPENSE-REPORT-LINE
	MOVE WS-LAST-CHANGE-DATE TO WS-CHG-DATE
	MOVE WS-LAST-CHANGE-TIME TO WS-CHG-TIME
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-CHANGE-LINE
	MOVE "RANGE CHANGES ON AUDIT" TO WS-SUM-LABEL
	MOVE WS-RANGE-CHANGE-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "NEW SUSPENSIONS" TO WS-SUM-LABEL
	MOVE WS-NEW-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REOPENED" TO WS-SUM-LABEL
	MOVE WS-REOPENED-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ALREADY ON MASTER" TO WS-SUM-LABEL
	MOVE WS-ABSORBED-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RE-CHECKED" TO WS-SUM-LABEL
	MOVE WS-RECHECKED-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RELEASED FOR RESUBMIT" TO WS-SUM-LABEL
	MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "STILL HELD" TO WS-SUM-LABEL
	MOVE WS-HELD-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "WRITTEN OFF" TO WS-SUM-LABEL
	MOVE WS-WRITTEN-OFF-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ACTIONED PRIOR RUNS" TO WS-SUM-LABEL
	MOVE WS-ACTIONED-PRIOR-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ACTIONED PURGED" TO WS-SUM-LABEL
	MOVE WS-PURGED-COUNT TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RETENTION DAYS" TO WS-SUM-LABEL
	MOVE WS-RETENTION-DAYS TO WS-SUM-COUNT
	WRITE SUSPENSE-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE.

9000-TERMINATE.
	IF MASTER-FILE-OPENED
		CLOSE MASTER-IN-FILE
	END-IF
	IF DAILY-FILE-OPENED
		CLOSE DAILY-SUSPENSE-FILE
	END-IF
	CLOSE MASTER-OUT-FILE
	CLOSE SUSPENSE-REPORT-FILE
	CLOSE RESUBMIT-FILE.
