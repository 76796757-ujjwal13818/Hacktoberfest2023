IDENTIFICATION DIVISION.
PROGRAM-ID. OPTRXMGR.
*> OPTRXMGR - operand trace cross-reference maintenance batch
*> program. When a sender calls about one record, everything known
*> about its key used to be spread over the OPCLSOUT generations,
*> the exception master, the open-gap master, and the resubmit
*> staging, none of which the CICS region can search. This program
*> keeps one keyed record per key (OPTRCXRF layout, KSDS copy on
*> CICS file OPTRXRFF for the OTRC inquiry) current each night by
*> matching five key-ordered streams:
*>   - the trace cross-reference master itself;
*>   - the night's IFELSE trace sightings (OPTRCSIG), sorted on key
*>     and run stamp by the job - each adds a run line, latest run
*>     first, flagged as a restart or a rerun of the same business
*>     date where it was one;
*>   - the exception master and the open-gap master, whose item for
*>     the key is copied over as the last state seen;
*>   - the live resubmit dataset, sorted on key, which sets the
*>     resubmit-pending flag (cleared on every other key).
*> The sightings merge is idempotent on the run stamp, so the job
*> feeds the prior trace generation along with the current one
*> (how an abend-restart splits a night across two generations)
*> and a run already folded in is absorbed. Entries with no
*> activity inside the retention window (OPTRXPRM cols 1-3, days)
*> and nothing still open are dropped. The new master goes to a
*> staging dataset and is promoted, with the KSDS rebuilt from it,
*> only after a clean run.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT XREF-IN-FILE ASSIGN TO OPTRXMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-XREF-IN-STATUS.
	SELECT SIGHTING-FILE ASSIGN TO OPTRSIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SIGHTING-STATUS.
	SELECT EXCEPTION-MASTER-FILE ASSIGN TO OPEXMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EXCEPTION-STATUS.
	SELECT GAP-MASTER-FILE ASSIGN TO OPGMSTIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GAP-STATUS.
	SELECT RESUBMIT-FILE ASSIGN TO OPRSBIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RESUBMIT-STATUS.
	SELECT RETENTION-PARM-FILE ASSIGN TO OPTRXPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT XREF-OUT-FILE ASSIGN TO OPTRXMOT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-XREF-OUT-STATUS.
	SELECT XREF-REPORT-FILE ASSIGN TO OPTRXRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  XREF-IN-FILE
	RECORDING MODE IS F.
01  XREF-IN-RECORD                   PIC X(440).
FD  SIGHTING-FILE
	RECORDING MODE IS F.
01  SIGHTING-RECORD.
	COPY OPTRCSIG.
FD  EXCEPTION-MASTER-FILE
	RECORDING MODE IS F.
01  EXCEPTION-MASTER-RECORD.
	COPY OPEXMST.
FD  GAP-MASTER-FILE
	RECORDING MODE IS F.
01  GAP-MASTER-RECORD.
	COPY OPGAPMST.
FD  RESUBMIT-FILE
	RECORDING MODE IS F.
01  RESUBMIT-RECORD.
	COPY OPRECORD.
FD  RETENTION-PARM-FILE
	RECORDING MODE IS F.
01  RETENTION-PARM-RECORD            PIC X(80).
FD  XREF-OUT-FILE
	RECORDING MODE IS F.
01  XREF-OUT-RECORD                  PIC X(440).
FD  XREF-REPORT-FILE
	RECORDING MODE IS F.
01  XREF-REPORT-LINE                 PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-XREF-IN-STATUS PIC XX.
	77 WS-SIGHTING-STATUS PIC XX.
	77 WS-EXCEPTION-STATUS PIC XX.
	77 WS-GAP-STATUS PIC XX.
	77 WS-RESUBMIT-STATUS PIC XX.
	77 WS-PARM-STATUS PIC XX.
	77 WS-XREF-OUT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.

	01  WS-XREF-WORK-RECORD.
		COPY OPTRCXRF.

	77  WS-XREF-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-XREF VALUE "Y".
	77  WS-SIGHTING-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-SIGHTINGS VALUE "Y".
	77  WS-EXCEPTION-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-EXCEPTIONS VALUE "Y".
	77  WS-GAP-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-GAPS VALUE "Y".
	77  WS-RESUBMIT-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-RESUBMITS VALUE "Y".
	77  WS-XREF-OPEN-SWITCH PIC X VALUE "N".
		88  XREF-FILE-OPENED VALUE "Y".
	77  WS-SIGHTING-OPEN-SWITCH PIC X VALUE "N".
		88  SIGHTING-FILE-OPENED VALUE "Y".
	77  WS-EXCEPTION-OPEN-SWITCH PIC X VALUE "N".
		88  EXCEPTION-FILE-OPENED VALUE "Y".
	77  WS-GAP-OPEN-SWITCH PIC X VALUE "N".
		88  GAP-FILE-OPENED VALUE "Y".
	77  WS-RESUBMIT-OPEN-SWITCH PIC X VALUE "N".
		88  RESUBMIT-FILE-OPENED VALUE "Y".

	01  WS-XREF-KEY                  PIC X(10) VALUE LOW-VALUES.
	01  WS-SIGHTING-KEY              PIC X(10) VALUE LOW-VALUES.
	01  WS-EXCEPTION-KEY             PIC X(10) VALUE LOW-VALUES.
	01  WS-GAP-KEY                   PIC X(10) VALUE LOW-VALUES.
	01  WS-RESUBMIT-KEY              PIC X(10) VALUE LOW-VALUES.
	01  WS-LOW-KEY                   PIC X(10) VALUE LOW-VALUES.

	77  WS-SGT-IDX PIC 9(02) VALUE ZERO.
	77  WS-SGT-MAX-ENTRIES PIC 9(02) VALUE 6.
	77  WS-INSERT-SLOT PIC 9(02) VALUE ZERO.
	77  WS-ABSORB-SWITCH PIC X VALUE "N".
		88  SIGHTING-ALREADY-HELD VALUE "Y".
	77  WS-NEW-RUN-TYPE PIC X(01) VALUE SPACE.
	77  WS-ACTIVITY-DATE PIC 9(08) VALUE ZERO.

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).
	77  WS-TODAY-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-ENTRY-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-ENTRY-AGE PIC S9(05) VALUE ZERO.
	77  WS-RETENTION-DAYS PIC 9(03) VALUE 400.
	77  WS-PURGE-SWITCH PIC X VALUE "N".
		88  XREF-ENTRY-PURGED VALUE "Y".

	01  WS-XREF-COUNTS.
		05  WS-CARRIED-COUNT         PIC 9(9) VALUE ZERO.
		05  WS-ADDED-COUNT           PIC 9(9) VALUE ZERO.
		05  WS-SIGHTING-COUNT        PIC 9(9) VALUE ZERO.
		05  WS-ABSORBED-COUNT        PIC 9(9) VALUE ZERO.
		05  WS-RESTART-COUNT         PIC 9(9) VALUE ZERO.
		05  WS-RERUN-COUNT           PIC 9(9) VALUE ZERO.
		05  WS-EXCEPTION-COUNT       PIC 9(9) VALUE ZERO.
		05  WS-GAP-COUNT             PIC 9(9) VALUE ZERO.
		05  WS-RESUBMIT-COUNT        PIC 9(9) VALUE ZERO.
		05  WS-PURGED-COUNT          PIC 9(9) VALUE ZERO.
		05  WS-WRITTEN-COUNT         PIC 9(9) VALUE ZERO.

	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.
	77  WS-LINE-COUNT PIC 9(3) VALUE ZERO.
	77  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(30) VALUE "OPERAND TRACE XREF UPDATE".
		05  FILLER PIC X(6)  VALUE SPACES.
		05  WS-HDG-DATE PIC 9(08).
		05  FILLER PIC X(27) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(40) VALUE
			"KEY         BUS DATE  RUN DATE  RUN TIME".
		05  FILLER PIC X(40) VALUE
			"   DISP RUN TYPE".

	01  WS-REPORT-DETAIL-LINE.
		05  WS-DET-KEY       PIC X(10).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-BUS-DATE  PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-RUN-DATE  PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-RUN-TIME  PIC X(06).
		05  FILLER           PIC X(5) VALUE SPACES.
		05  WS-DET-DISP      PIC X(01).
		05  FILLER           PIC X(4) VALUE SPACES.
		05  WS-DET-ACTION    PIC X(12).
		05  FILLER           PIC X(20) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(28).
		05  WS-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 3000-MERGE-XREF
		UNTIL NO-MORE-XREF AND NO-MORE-SIGHTINGS
		AND NO-MORE-EXCEPTIONS AND NO-MORE-GAPS
		AND NO-MORE-RESUBMITS
	PERFORM 7000-WRITE-SUMMARY
	PERFORM 9000-TERMINATE
	STOP RUN.

1000-INITIALIZE.
	OPEN OUTPUT XREF-OUT-FILE
	IF WS-XREF-OUT-STATUS NOT = "00"
		DISPLAY "OPTRXMGR - UNABLE TO OPEN XREF-OUT-FILE, STATUS = "
			WS-XREF-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT XREF-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPTRXMGR - UNABLE TO OPEN XREF-REPORT-FILE, STATUS = "
			WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-HDG-DATE
	COMPUTE WS-TODAY-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
	PERFORM 1100-WRITE-PAGE-HEADERS
	PERFORM 1200-LOAD-RETENTION-PARM
	PERFORM 1300-OPEN-MERGE-INPUTS
	PERFORM 2000-READ-XREF
	PERFORM 2100-READ-SIGHTING
	PERFORM 2200-READ-EXCEPTION
	PERFORM 2300-READ-GAP
	PERFORM 2400-READ-RESUBMIT.

1100-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE XREF-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE XREF-REPORT-LINE FROM WS-REPORT-HEADING-2
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

*>  ONLY THE SIGHTINGS ARE ESSENTIAL TO A NIGHT'S UPDATE. A MASTER
*>  THAT CANNOT BE OPENED IS CARRIED AS IT STANDS ON THE XREF AND
*>  REPORTED; THE FIRST RUN BUILDS THE XREF FROM NOTHING.
1300-OPEN-MERGE-INPUTS.
	OPEN INPUT XREF-IN-FILE
	IF WS-XREF-IN-STATUS = "00"
		SET XREF-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "OPTRXMGR - NO TRACE XREF MASTER FOUND, STATUS = "
			WS-XREF-IN-STATUS " - BUILDING NEW MASTER"
		SET NO-MORE-XREF TO TRUE
	END-IF
	OPEN INPUT SIGHTING-FILE
	IF WS-SIGHTING-STATUS = "00"
		SET SIGHTING-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "OPTRXMGR - NO TRACE SIGHTINGS, STATUS = "
			WS-SIGHTING-STATUS " - REFRESHING MASTER STATE ONLY"
		SET NO-MORE-SIGHTINGS TO TRUE
	END-IF
	OPEN INPUT EXCEPTION-MASTER-FILE
	IF WS-EXCEPTION-STATUS = "00"
		SET EXCEPTION-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "WARNING - EXCEPTION MASTER NOT AVAILABLE, STATUS = "
			WS-EXCEPTION-STATUS " - EXCEPTION STATE NOT REFRESHED"
		SET NO-MORE-EXCEPTIONS TO TRUE
	END-IF
	OPEN INPUT GAP-MASTER-FILE
	IF WS-GAP-STATUS = "00"
		SET GAP-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "WARNING - OPEN-GAP MASTER NOT AVAILABLE, STATUS = "
			WS-GAP-STATUS " - GAP STATE NOT REFRESHED"
		SET NO-MORE-GAPS TO TRUE
	END-IF
	OPEN INPUT RESUBMIT-FILE
	IF WS-RESUBMIT-STATUS = "00"
		SET RESUBMIT-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "WARNING - RESUBMIT DATASET NOT AVAILABLE, STATUS = "
			WS-RESUBMIT-STATUS " - NO RESUBMIT SHOWN PENDING"
		SET NO-MORE-RESUBMITS TO TRUE
	END-IF.

2000-READ-XREF.
	IF NO-MORE-XREF
		MOVE HIGH-VALUES TO WS-XREF-KEY
	ELSE
		READ XREF-IN-FILE
			AT END
				SET NO-MORE-XREF TO TRUE
				MOVE HIGH-VALUES TO WS-XREF-KEY
			NOT AT END
				MOVE XREF-IN-RECORD(1:10) TO WS-XREF-KEY
		END-READ
	END-IF.

2100-READ-SIGHTING.
	IF NO-MORE-SIGHTINGS
		MOVE HIGH-VALUES TO WS-SIGHTING-KEY
	ELSE
		READ SIGHTING-FILE
			AT END
				SET NO-MORE-SIGHTINGS TO TRUE
				MOVE HIGH-VALUES TO WS-SIGHTING-KEY
			NOT AT END
				MOVE OPTRS-RECORD-KEY TO WS-SIGHTING-KEY
		END-READ
	END-IF.

2200-READ-EXCEPTION.
	IF NO-MORE-EXCEPTIONS
		MOVE HIGH-VALUES TO WS-EXCEPTION-KEY
	ELSE
		READ EXCEPTION-MASTER-FILE
			AT END
				SET NO-MORE-EXCEPTIONS TO TRUE
				MOVE HIGH-VALUES TO WS-EXCEPTION-KEY
			NOT AT END
				MOVE OPEXM-RECORD-KEY TO WS-EXCEPTION-KEY
		END-READ
	END-IF.

2300-READ-GAP.
	IF NO-MORE-GAPS
		MOVE HIGH-VALUES TO WS-GAP-KEY
	ELSE
		READ GAP-MASTER-FILE
			AT END
				SET NO-MORE-GAPS TO TRUE
				MOVE HIGH-VALUES TO WS-GAP-KEY
			NOT AT END
				MOVE OPGAPM-RECORD-KEY TO WS-GAP-KEY
		END-READ
	END-IF.

2400-READ-RESUBMIT.
	IF NO-MORE-RESUBMITS
		MOVE HIGH-VALUES TO WS-RESUBMIT-KEY
	ELSE
		READ RESUBMIT-FILE
			AT END
				SET NO-MORE-RESUBMITS TO TRUE
				MOVE HIGH-VALUES TO WS-RESUBMIT-KEY
			NOT AT END
				MOVE OP-RECORD-KEY TO WS-RESUBMIT-KEY
		END-READ
	END-IF.

*>  EACH PASS HANDLES THE LOWEST KEY ON ANY OF THE FIVE STREAMS:
*>  THE XREF ENTRY (OR A NEW ONE) PICKS UP EVERYTHING THE OTHER
*>  FOUR HOLD FOR THAT KEY, THEN IS AGED AND WRITTEN.
3000-MERGE-XREF.
	PERFORM 3050-FIND-LOW-KEY
	IF WS-XREF-KEY = WS-LOW-KEY
		MOVE XREF-IN-RECORD TO WS-XREF-WORK-RECORD
		ADD 1 TO WS-CARRIED-COUNT
		PERFORM 2000-READ-XREF
	ELSE
		PERFORM 3100-BUILD-NEW-XREF-ENTRY
	END-IF
	MOVE "N" TO OPTRX-RESUBMIT-PENDING
	MOVE ZERO TO OPTRX-RESUBMIT-VALUE
	PERFORM UNTIL WS-SIGHTING-KEY NOT = WS-LOW-KEY
		PERFORM 3200-APPLY-SIGHTING
		PERFORM 2100-READ-SIGHTING
	END-PERFORM
	IF WS-EXCEPTION-KEY = WS-LOW-KEY
		PERFORM 3300-APPLY-EXCEPTION-ITEM
		PERFORM 2200-READ-EXCEPTION
	END-IF
	IF WS-GAP-KEY = WS-LOW-KEY
		PERFORM 3400-APPLY-GAP-ITEM
		PERFORM 2300-READ-GAP
	END-IF
	PERFORM UNTIL WS-RESUBMIT-KEY NOT = WS-LOW-KEY
		PERFORM 3500-APPLY-RESUBMIT
		PERFORM 2400-READ-RESUBMIT
	END-PERFORM
	MOVE WS-CURR-DATE-8 TO OPTRX-UPDATED-DATE
	PERFORM 4000-MANAGE-XREF-ENTRY.

3050-FIND-LOW-KEY.
	MOVE WS-XREF-KEY TO WS-LOW-KEY
	IF WS-SIGHTING-KEY < WS-LOW-KEY
		MOVE WS-SIGHTING-KEY TO WS-LOW-KEY
	END-IF
	IF WS-EXCEPTION-KEY < WS-LOW-KEY
		MOVE WS-EXCEPTION-KEY TO WS-LOW-KEY
	END-IF
	IF WS-GAP-KEY < WS-LOW-KEY
		MOVE WS-GAP-KEY TO WS-LOW-KEY
	END-IF
	IF WS-RESUBMIT-KEY < WS-LOW-KEY
		MOVE WS-RESUBMIT-KEY TO WS-LOW-KEY
	END-IF.

3100-BUILD-NEW-XREF-ENTRY.
	MOVE SPACES TO WS-XREF-WORK-RECORD
	MOVE WS-LOW-KEY TO OPTRX-RECORD-KEY
	MOVE ZERO TO OPTRX-LAST-ACTIVITY-DATE
	MOVE ZERO TO OPTRX-SIGHTING-TOTAL
	MOVE ZERO TO OPTRX-SIGHTING-COUNT
	PERFORM VARYING WS-SGT-IDX FROM 1 BY 1
			UNTIL WS-SGT-IDX > WS-SGT-MAX-ENTRIES
		MOVE ZERO TO OPTRX-SGT-BUSINESS-DATE(WS-SGT-IDX)
		MOVE ZERO TO OPTRX-SGT-RUN-DATE(WS-SGT-IDX)
		MOVE ZERO TO OPTRX-SGT-RUN-TIME(WS-SGT-IDX)
		MOVE ZERO TO OPTRX-SGT-OPERAND-VALUE(WS-SGT-IDX)
	END-PERFORM
	MOVE ZERO TO OPTRX-EXC-BAD-VALUE
	MOVE ZERO TO OPTRX-EXC-LOGGED-DATE
	MOVE ZERO TO OPTRX-EXC-DAYS-OPEN
	MOVE ZERO TO OPTRX-EXC-RESOLVED-DATE
	MOVE ZERO TO OPTRX-EXC-CORRECTED-VALUE
	MOVE ZERO TO OPTRX-GAP-DETECTED-DATE
	MOVE ZERO TO OPTRX-GAP-FILLED-DATE
	MOVE ZERO TO OPTRX-GAP-DAYS-OPEN
	ADD 1 TO WS-ADDED-COUNT.

*>  A SIGHTING WHOSE RUN STAMP AND DISPOSITION ARE ALREADY HELD
*>  CAME FROM A GENERATION FED TWICE AND IS ABSORBED. A DUPLICATE-
*>  KEY DIVERSION IN THE SAME RUN DIFFERS BY DISPOSITION, SO IT
*>  STAYS. ANY OTHER SIGHTING IS SLOTTED IN RUN-STAMP ORDER, LATEST
*>  FIRST; WITH ALL SIX SLOTS IN USE THE OLDEST RUN FALLS OFF (IT
*>  STILL COUNTS IN SIGHTING-TOTAL).
3200-APPLY-SIGHTING.
	MOVE "N" TO WS-ABSORB-SWITCH
	PERFORM VARYING WS-SGT-IDX FROM 1 BY 1
			UNTIL WS-SGT-IDX > OPTRX-SIGHTING-COUNT
		IF OPTRX-SGT-RUN-STAMP(WS-SGT-IDX) = OPTRS-RUN-STAMP
		   AND OPTRX-SGT-DISPOSITION(WS-SGT-IDX) = OPTRS-DISPOSITION-CODE
			SET SIGHTING-ALREADY-HELD TO TRUE
		END-IF
	END-PERFORM
	IF SIGHTING-ALREADY-HELD
		ADD 1 TO WS-ABSORBED-COUNT
	ELSE
		PERFORM 3210-SET-RUN-TYPE
		PERFORM 3220-INSERT-SIGHTING
		IF OPTRX-SIGHTING-TOTAL < 999
			ADD 1 TO OPTRX-SIGHTING-TOTAL
		END-IF
		ADD 1 TO WS-SIGHTING-COUNT
		MOVE OPTRS-RUN-DATE TO WS-ACTIVITY-DATE
		PERFORM 3900-NOTE-ACTIVITY-DATE
	END-IF.

*>  A RESTART IS FLAGGED BY IFELSE ITSELF. A RUN FROM THE TOP THAT
*>  FINDS AN EARLIER RUN OF THE SAME BUSINESS DATE ALREADY HELD IS
*>  THE RERUN OF AN OPEN DATE.
3210-SET-RUN-TYPE.
	IF OPTRS-RUN-RESTART
		MOVE "R" TO WS-NEW-RUN-TYPE
		ADD 1 TO WS-RESTART-COUNT
		MOVE "RESTART" TO WS-DET-ACTION
		PERFORM 5000-WRITE-XREF-DETAIL
	ELSE
		MOVE "N" TO WS-NEW-RUN-TYPE
		PERFORM VARYING WS-SGT-IDX FROM 1 BY 1
				UNTIL WS-SGT-IDX > OPTRX-SIGHTING-COUNT
			IF OPTRX-SGT-BUSINESS-DATE(WS-SGT-IDX) = OPTRS-BUSINESS-DATE
			   AND OPTRX-SGT-RUN-STAMP(WS-SGT-IDX) < OPTRS-RUN-STAMP
				MOVE "A" TO WS-NEW-RUN-TYPE
			END-IF
		END-PERFORM
		IF WS-NEW-RUN-TYPE = "A"
			ADD 1 TO WS-RERUN-COUNT
			MOVE "RERUN" TO WS-DET-ACTION
			PERFORM 5000-WRITE-XREF-DETAIL
		END-IF
	END-IF.

3220-INSERT-SIGHTING.
	COMPUTE WS-INSERT-SLOT = OPTRX-SIGHTING-COUNT + 1
	PERFORM VARYING WS-SGT-IDX FROM OPTRX-SIGHTING-COUNT BY -1
			UNTIL WS-SGT-IDX < 1
		IF OPTRX-SGT-RUN-STAMP(WS-SGT-IDX) < OPTRS-RUN-STAMP
			MOVE WS-SGT-IDX TO WS-INSERT-SLOT
		END-IF
	END-PERFORM
	IF WS-INSERT-SLOT NOT GREATER THAN WS-SGT-MAX-ENTRIES
		IF OPTRX-SIGHTING-COUNT < WS-SGT-MAX-ENTRIES
			ADD 1 TO OPTRX-SIGHTING-COUNT
		END-IF
		PERFORM VARYING WS-SGT-IDX FROM OPTRX-SIGHTING-COUNT BY -1
				UNTIL WS-SGT-IDX NOT GREATER THAN WS-INSERT-SLOT
			MOVE OPTRX-SIGHTING(WS-SGT-IDX - 1)
				TO OPTRX-SIGHTING(WS-SGT-IDX)
		END-PERFORM
		MOVE OPTRS-BUSINESS-DATE
			TO OPTRX-SGT-BUSINESS-DATE(WS-INSERT-SLOT)
		MOVE OPTRS-RUN-STAMP TO OPTRX-SGT-RUN-STAMP(WS-INSERT-SLOT)
		MOVE WS-NEW-RUN-TYPE TO OPTRX-SGT-RUN-TYPE(WS-INSERT-SLOT)
		MOVE OPTRS-DISPOSITION-CODE
			TO OPTRX-SGT-DISPOSITION(WS-INSERT-SLOT)
		MOVE OPTRS-TRANSACTION-TYPE
			TO OPTRX-SGT-TRANS-TYPE(WS-INSERT-SLOT)
		MOVE OPTRS-OPERAND-VALUE
			TO OPTRX-SGT-OPERAND-VALUE(WS-INSERT-SLOT)
		MOVE OPTRS-CLASS-RESULT
			TO OPTRX-SGT-CLASS-RESULT(WS-INSERT-SLOT)
		MOVE OPTRS-VALUE-BAND TO OPTRX-SGT-VALUE-BAND(WS-INSERT-SLOT)
	END-IF.

3300-APPLY-EXCEPTION-ITEM.
	MOVE OPEXM-STATUS TO OPTRX-EXC-STATUS
	MOVE OPEXM-REASON-CODE TO OPTRX-EXC-REASON-CODE
	MOVE OPEXM-BAD-VALUE TO OPTRX-EXC-BAD-VALUE
	MOVE OPEXM-LOGGED-DATE TO OPTRX-EXC-LOGGED-DATE
	MOVE OPEXM-DAYS-OPEN TO OPTRX-EXC-DAYS-OPEN
	MOVE OPEXM-RESOLVED-DATE TO OPTRX-EXC-RESOLVED-DATE
	MOVE OPEXM-CORRECTED-VALUE TO OPTRX-EXC-CORRECTED-VALUE
	ADD 1 TO WS-EXCEPTION-COUNT
	MOVE OPEXM-LOGGED-DATE TO WS-ACTIVITY-DATE
	PERFORM 3900-NOTE-ACTIVITY-DATE
	MOVE OPEXM-RESOLVED-DATE TO WS-ACTIVITY-DATE
	PERFORM 3900-NOTE-ACTIVITY-DATE.

3400-APPLY-GAP-ITEM.
	MOVE OPGAPM-STATUS TO OPTRX-GAP-STATUS
	MOVE OPGAPM-DETECTED-DATE TO OPTRX-GAP-DETECTED-DATE
	MOVE OPGAPM-FILLED-DATE TO OPTRX-GAP-FILLED-DATE
	MOVE OPGAPM-DAYS-OPEN TO OPTRX-GAP-DAYS-OPEN
	ADD 1 TO WS-GAP-COUNT
	MOVE OPGAPM-DETECTED-DATE TO WS-ACTIVITY-DATE
	PERFORM 3900-NOTE-ACTIVITY-DATE
	MOVE OPGAPM-FILLED-DATE TO WS-ACTIVITY-DATE
	PERFORM 3900-NOTE-ACTIVITY-DATE.

*>  THE LIVE DATASET HOLDS OPEXMGR'S CORRECTION RESUBMITS AND
*>  OPSUSMGR'S SUSPENSE RELEASES ALIKE, EACH AT MOST ONE PER ITEM;
*>  IF A KEY IS ON IT TWICE THE LATER VALUE IS THE ONE SHOWN.
3500-APPLY-RESUBMIT.
	MOVE "Y" TO OPTRX-RESUBMIT-PENDING
	MOVE OPERAND1 TO OPTRX-RESUBMIT-VALUE
	ADD 1 TO WS-RESUBMIT-COUNT.

3900-NOTE-ACTIVITY-DATE.
	IF WS-ACTIVITY-DATE IS NUMERIC
	   AND WS-ACTIVITY-DATE > OPTRX-LAST-ACTIVITY-DATE
		MOVE WS-ACTIVITY-DATE TO OPTRX-LAST-ACTIVITY-DATE
	END-IF.

*>  AN ENTRY IS DROPPED ONLY WHEN ITS LAST ACTIVITY IS PAST THE
*>  RETENTION WINDOW AND NOTHING ABOUT IT IS STILL LIVE - AN OPEN
*>  GAP, AN UNRESOLVED EXCEPTION, OR A PENDING RESUBMIT KEEPS IT.
4000-MANAGE-XREF-ENTRY.
	MOVE "N" TO WS-PURGE-SWITCH
	IF OPTRX-LAST-ACTIVITY-DATE IS NUMERIC
	   AND OPTRX-LAST-ACTIVITY-DATE > ZERO
		COMPUTE WS-ENTRY-INTEGER =
			FUNCTION INTEGER-OF-DATE(OPTRX-LAST-ACTIVITY-DATE)
		COMPUTE WS-ENTRY-AGE = WS-TODAY-INTEGER - WS-ENTRY-INTEGER
		IF WS-ENTRY-AGE > WS-RETENTION-DAYS
			SET XREF-ENTRY-PURGED TO TRUE
		END-IF
	END-IF
	IF OPTRX-GAP-OPEN
	   OR OPTRX-EXC-STATUS = "N" OR OPTRX-EXC-STATUS = "O"
	   OR OPTRX-RESUBMIT-IS-PENDING
		MOVE "N" TO WS-PURGE-SWITCH
	END-IF
	IF XREF-ENTRY-PURGED
		ADD 1 TO WS-PURGED-COUNT
	ELSE
		WRITE XREF-OUT-RECORD FROM WS-XREF-WORK-RECORD
		ADD 1 TO WS-WRITTEN-COUNT
	END-IF.

5000-WRITE-XREF-DETAIL.
	IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	MOVE OPTRS-RECORD-KEY TO WS-DET-KEY
	MOVE OPTRS-BUSINESS-DATE TO WS-DET-BUS-DATE
	MOVE OPTRS-RUN-DATE TO WS-DET-RUN-DATE
	MOVE OPTRS-RUN-TIME TO WS-DET-RUN-TIME
	MOVE OPTRS-DISPOSITION-CODE TO WS-DET-DISP
	WRITE XREF-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

7000-WRITE-SUMMARY.
	MOVE SPACES TO XREF-REPORT-LINE
	WRITE XREF-REPORT-LINE
	MOVE "ENTRIES CARRIED FORWARD" TO WS-SUM-LABEL
	MOVE WS-CARRIED-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "NEW KEYS ADDED" TO WS-SUM-LABEL
	MOVE WS-ADDED-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RUN SIGHTINGS APPLIED" TO WS-SUM-LABEL
	MOVE WS-SIGHTING-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "  OF WHICH RESTART RUNS" TO WS-SUM-LABEL
	MOVE WS-RESTART-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "  OF WHICH DATE RERUNS" TO WS-SUM-LABEL
	MOVE WS-RERUN-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "SIGHTINGS ALREADY HELD" TO WS-SUM-LABEL
	MOVE WS-ABSORBED-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "EXCEPTION ITEMS POSTED" TO WS-SUM-LABEL
	MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "GAP ITEMS POSTED" TO WS-SUM-LABEL
	MOVE WS-GAP-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RESUBMITS PENDING" TO WS-SUM-LABEL
	MOVE WS-RESUBMIT-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ENTRIES PURGED" TO WS-SUM-LABEL
	MOVE WS-PURGED-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ENTRIES ON NEW XREF" TO WS-SUM-LABEL
	MOVE WS-WRITTEN-COUNT TO WS-SUM-COUNT
	WRITE XREF-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE.

9000-TERMINATE.
	IF XREF-FILE-OPENED
		CLOSE XREF-IN-FILE
	END-IF
	IF SIGHTING-FILE-OPENED
		CLOSE SIGHTING-FILE
	END-IF
	IF EXCEPTION-FILE-OPENED
		CLOSE EXCEPTION-MASTER-FILE
	END-IF
	IF GAP-FILE-OPENED
		CLOSE GAP-MASTER-FILE
	END-IF
	IF RESUBMIT-FILE-OPENED
		CLOSE RESUBMIT-FILE
	END-IF
	CLOSE XREF-OUT-FILE
	CLOSE XREF-REPORT-FILE.
