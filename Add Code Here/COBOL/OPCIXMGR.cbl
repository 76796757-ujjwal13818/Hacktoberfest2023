IDENTIFICATION DIVISION.
PROGRAM-ID. OPCIXMGR.
*> OPCIXMGR - classified-key index maintenance batch program.
*> A reversal transaction may only back out a record that was
*> really classified and posted, and only once. IFELSE checks that
*> against the classified-key index (OPCLSIDX layout, KSDS copy on
*> DD OPCLSIXF); this program keeps the index current. It merges the
*> night's classified output - disposition C records add an entry
*> carrying the value, classification and band the record posted
*> with, disposition V reversals mark their original's entry
*> reversed - into the sequential index master, and drops entries
*> whose business date has aged past the retention window (OPCIXPRM
*> cols 1-3, days), after which a reversal of them is refused as
*> unknown. The night's input is sorted on the index key (record
*> key plus the original's business date, which for a reversal is
*> OP-REVERSED-DATE) by the job's sort step.
*> The merge is idempotent: a classified record already on the
*> index and a reversal already applied are absorbed, so the job
*> can feed the prior generation along with the current one (the
*> way an abend-restart splits a day across two generations)
*> without double-counting anything. The new master goes to a
*> staging dataset and is promoted, with the KSDS rebuilt from it,
*> only after a clean run.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MASTER-IN-FILE ASSIGN TO OPCIXMIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-MASTER-IN-STATUS.
	SELECT DAILY-CLASSIFIED-FILE ASSIGN TO OPCLSIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DAILY-STATUS.
	SELECT RETENTION-PARM-FILE ASSIGN TO OPCIXPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT MASTER-OUT-FILE ASSIGN TO OPCIXMOT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-MASTER-OUT-STATUS.
	SELECT INDEX-REPORT-FILE ASSIGN TO OPCIXRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MASTER-IN-FILE
	RECORDING MODE IS F.
01  MASTER-IN-RECORD                 PIC X(58).
FD  DAILY-CLASSIFIED-FILE
	RECORDING MODE IS F.
01  DAILY-CLASSIFIED-RECORD.
	COPY OPCLSOUT.
FD  RETENTION-PARM-FILE
	RECORDING MODE IS F.
01  RETENTION-PARM-RECORD            PIC X(80).
FD  MASTER-OUT-FILE
	RECORDING MODE IS F.
01  MASTER-OUT-RECORD                PIC X(58).
FD  INDEX-REPORT-FILE
	RECORDING MODE IS F.
01  INDEX-REPORT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-MASTER-IN-STATUS PIC XX.
	77 WS-DAILY-STATUS PIC XX.
	77 WS-PARM-STATUS PIC XX.
	77 WS-MASTER-OUT-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.

	01  WS-INDEX-WORK-RECORD.
		COPY OPCLSIDX.

	01  WS-DAILY-OPERAND.
		COPY OPRECORD.

	77  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-MASTER VALUE "Y".
	77  WS-DAILY-EOF-SWITCH PIC X VALUE "N".
		88  NO-MORE-DAILY VALUE "Y".
	77  WS-MASTER-OPEN-SWITCH PIC X VALUE "N".
		88  MASTER-FILE-OPENED VALUE "Y".
	77  WS-DAILY-OPEN-SWITCH PIC X VALUE "N".
		88  DAILY-FILE-OPENED VALUE "Y".
	01  WS-MASTER-KEY                PIC X(18) VALUE LOW-VALUES.
	01  WS-DAILY-KEY.
		05  WS-DAILY-RECORD-KEY      PIC X(10) VALUE LOW-VALUES.
		05  WS-DAILY-DATE            PIC X(08) VALUE LOW-VALUES.

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).
	77  WS-TODAY-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-ENTRY-INTEGER PIC 9(07) VALUE ZERO.
	77  WS-ENTRY-AGE PIC S9(05) VALUE ZERO.
	77  WS-RETENTION-DAYS PIC 9(03) VALUE 400.
	77  WS-PURGE-SWITCH PIC X VALUE "N".
		88  INDEX-ENTRY-PURGED VALUE "Y".

	01  WS-INDEX-COUNTS.
		05  WS-CARRIED-COUNT         PIC 9(9) VALUE ZERO.
		05  WS-ADDED-COUNT           PIC 9(9) VALUE ZERO.
		05  WS-ALREADY-INDEXED-COUNT PIC 9(9) VALUE ZERO.
		05  WS-REVERSED-COUNT        PIC 9(9) VALUE ZERO.
		05  WS-REPEAT-REVERSAL-COUNT PIC 9(9) VALUE ZERO.
		05  WS-UNMATCHED-COUNT       PIC 9(9) VALUE ZERO.
		05  WS-PURGED-COUNT          PIC 9(9) VALUE ZERO.
		05  WS-WRITTEN-COUNT         PIC 9(9) VALUE ZERO.

	77  WS-PAGE-NBR PIC 9(4) VALUE ZERO.
	77  WS-LINE-COUNT PIC 9(3) VALUE ZERO.
	77  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(30) VALUE "CLASSIFIED-KEY INDEX UPDATE".
		05  FILLER PIC X(6)  VALUE SPACES.
		05  WS-HDG-DATE PIC 9(08).
		05  FILLER PIC X(27) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(40) VALUE
			"KEY         ORIG DATE    VALUE  CLASS   ".
		05  FILLER PIC X(40) VALUE
			"      BAND          ACTION".

	01  WS-REPORT-DETAIL-LINE.
		05  WS-DET-KEY       PIC X(10).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-DATE      PIC X(08).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-VALUE     PIC -9(7).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-CLASS     PIC X(12).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-BAND      PIC X(12).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-DET-ACTION    PIC X(12).
		05  FILLER           PIC X(8) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(28).
		05  WS-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 3000-MERGE-INDEX
		UNTIL NO-MORE-MASTER AND NO-MORE-DAILY
	PERFORM 7000-WRITE-SUMMARY
	PERFORM 9000-TERMINATE
	STOP RUN.

1000-INITIALIZE.
	OPEN OUTPUT MASTER-OUT-FILE
	IF WS-MASTER-OUT-STATUS NOT = "00"
		DISPLAY "OPCIXMGR - UNABLE TO OPEN MASTER-OUT-FILE, STATUS = "
			WS-MASTER-OUT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT INDEX-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPCIXMGR - UNABLE TO OPEN INDEX-REPORT-FILE, STATUS = "
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
	PERFORM 2000-READ-MASTER
	PERFORM 2100-READ-DAILY.

1100-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-HEADING-2
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

1300-OPEN-MERGE-INPUTS.
	OPEN INPUT MASTER-IN-FILE
	IF WS-MASTER-IN-STATUS = "00"
		SET MASTER-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "OPCIXMGR - NO INDEX MASTER FOUND, STATUS = "
			WS-MASTER-IN-STATUS " - BUILDING NEW MASTER"
		SET NO-MORE-MASTER TO TRUE
	END-IF
	OPEN INPUT DAILY-CLASSIFIED-FILE
	IF WS-DAILY-STATUS = "00"
		SET DAILY-FILE-OPENED TO TRUE
	ELSE
		DISPLAY "OPCIXMGR - NO CLASSIFIED INPUT, STATUS = "
			WS-DAILY-STATUS " - AGING EXISTING MASTER ONLY"
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
				MOVE MASTER-IN-RECORD(1:18) TO WS-MASTER-KEY
		END-READ
	END-IF.

*>  THE INDEX KEY OF A CLASSIFIED RECORD IS ITS OWN KEY AND DATE;
*>  A REVERSAL MATCHES ON ITS ORIGINAL'S KEY AND BUSINESS DATE.
2100-READ-DAILY.
	IF NO-MORE-DAILY
		MOVE HIGH-VALUES TO WS-DAILY-KEY
	ELSE
		READ DAILY-CLASSIFIED-FILE
			AT END
				SET NO-MORE-DAILY TO TRUE
				MOVE HIGH-VALUES TO WS-DAILY-KEY
			NOT AT END
				MOVE OPCLS-OPERAND-DATA TO WS-DAILY-OPERAND
				MOVE OP-RECORD-KEY TO WS-DAILY-RECORD-KEY
				IF OPCLS-DISP-REVERSAL
					MOVE OP-REVERSED-DATE TO WS-DAILY-DATE
				ELSE
					MOVE OP-DATE TO WS-DAILY-DATE
				END-IF
		END-READ
	END-IF.

3000-MERGE-INDEX.
	IF WS-MASTER-KEY NOT GREATER THAN WS-DAILY-KEY
		MOVE MASTER-IN-RECORD TO WS-INDEX-WORK-RECORD
		ADD 1 TO WS-CARRIED-COUNT
		PERFORM UNTIL WS-DAILY-KEY NOT = WS-MASTER-KEY
			PERFORM 3200-APPLY-DAILY-RECORD
			PERFORM 2100-READ-DAILY
		END-PERFORM
		PERFORM 4000-MANAGE-INDEX-ENTRY
		PERFORM 2000-READ-MASTER
	ELSE
		EVALUATE TRUE
			WHEN OPCLS-DISP-CLASSIFIED
				PERFORM 3100-BUILD-NEW-INDEX-ENTRY
				PERFORM 2100-READ-DAILY
				PERFORM UNTIL WS-DAILY-KEY NOT = OPCIX-INDEX-KEY
					PERFORM 3200-APPLY-DAILY-RECORD
					PERFORM 2100-READ-DAILY
				END-PERFORM
				PERFORM 4000-MANAGE-INDEX-ENTRY
			WHEN OPCLS-DISP-REVERSAL
				PERFORM 3300-REPORT-UNMATCHED-REVERSAL
				PERFORM 2100-READ-DAILY
			WHEN OTHER
				PERFORM 2100-READ-DAILY
		END-EVALUATE
	END-IF.

3100-BUILD-NEW-INDEX-ENTRY.
	MOVE WS-DAILY-KEY TO OPCIX-INDEX-KEY
	MOVE OPERAND1 TO OPCIX-OPERAND-VALUE
	MOVE OP-CLASSIFICATION-RESULT TO OPCIX-CLASS-RESULT
	MOVE OP-VALUE-BAND-RESULT TO OPCIX-VALUE-BAND
	SET OPCIX-ACTIVE TO TRUE
	MOVE ZERO TO OPCIX-REVERSED-DATE
	ADD 1 TO WS-ADDED-COUNT.

*>  A SECOND SIGHTING OF A CLASSIFIED RECORD, OR OF A REVERSAL
*>  ALREADY APPLIED, COMES FROM A GENERATION FED TWICE - THE ENTRY
*>  ON THE INDEX WINS AND THE COPY IS ABSORBED.
3200-APPLY-DAILY-RECORD.
	EVALUATE TRUE
		WHEN OPCLS-DISP-REVERSAL
			IF OPCIX-REVERSED
				ADD 1 TO WS-REPEAT-REVERSAL-COUNT
			ELSE
				SET OPCIX-REVERSED TO TRUE
				MOVE OP-DATE TO OPCIX-REVERSED-DATE
				ADD 1 TO WS-REVERSED-COUNT
				MOVE "REVERSED" TO WS-DET-ACTION
				PERFORM 5000-WRITE-INDEX-DETAIL
			END-IF
		WHEN OPCLS-DISP-CLASSIFIED
			ADD 1 TO WS-ALREADY-INDEXED-COUNT
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

*>  IFELSE ONLY ACCEPTS A REVERSAL IT FOUND ON THE INDEX, SO ONE
*>  WITH NO ENTRY HERE MEANS THE INDEX AND THE KSDS COPY IFELSE
*>  READ HAVE DRIFTED APART - REPORTED FOR INVESTIGATION.
3300-REPORT-UNMATCHED-REVERSAL.
	ADD 1 TO WS-UNMATCHED-COUNT
	DISPLAY "OPCIXMGR - REVERSAL FOR KEY " OP-RECORD-KEY
		" DATED " OP-REVERSED-DATE " MATCHES NO INDEX ENTRY"
	MOVE WS-DAILY-RECORD-KEY TO OPCIX-RECORD-KEY
	MOVE OP-REVERSED-DATE TO OPCIX-BUSINESS-DATE
	MOVE OPERAND1 TO OPCIX-OPERAND-VALUE
	MOVE OP-CLASSIFICATION-RESULT TO OPCIX-CLASS-RESULT
	MOVE OP-VALUE-BAND-RESULT TO OPCIX-VALUE-BAND
	MOVE "*NO ORIGINAL" TO WS-DET-ACTION
	PERFORM 5000-WRITE-INDEX-DETAIL.

4000-MANAGE-INDEX-ENTRY.
	MOVE "N" TO WS-PURGE-SWITCH
	IF OPCIX-BUSINESS-DATE IS NUMERIC
	   AND OPCIX-BUSINESS-DATE > ZERO
		COMPUTE WS-ENTRY-INTEGER =
			FUNCTION INTEGER-OF-DATE(OPCIX-BUSINESS-DATE)
		COMPUTE WS-ENTRY-AGE = WS-TODAY-INTEGER - WS-ENTRY-INTEGER
		IF WS-ENTRY-AGE > WS-RETENTION-DAYS
			SET INDEX-ENTRY-PURGED TO TRUE
		END-IF
	END-IF
	IF INDEX-ENTRY-PURGED
		ADD 1 TO WS-PURGED-COUNT
	ELSE
		WRITE MASTER-OUT-RECORD FROM WS-INDEX-WORK-RECORD
		ADD 1 TO WS-WRITTEN-COUNT
	END-IF.

5000-WRITE-INDEX-DETAIL.
	IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	MOVE OPCIX-RECORD-KEY TO WS-DET-KEY
	MOVE OPCIX-BUSINESS-DATE TO WS-DET-DATE
	MOVE OPCIX-OPERAND-VALUE TO WS-DET-VALUE
	MOVE OPCIX-CLASS-RESULT TO WS-DET-CLASS
	MOVE OPCIX-VALUE-BAND TO WS-DET-BAND
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

7000-WRITE-SUMMARY.
	MOVE SPACES TO INDEX-REPORT-LINE
	WRITE INDEX-REPORT-LINE
	MOVE "ENTRIES CARRIED FORWARD" TO WS-SUM-LABEL
	MOVE WS-CARRIED-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "CLASSIFIED RECORDS ADDED" TO WS-SUM-LABEL
	MOVE WS-ADDED-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ALREADY INDEXED, ABSORBED" TO WS-SUM-LABEL
	MOVE WS-ALREADY-INDEXED-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REVERSALS APPLIED" TO WS-SUM-LABEL
	MOVE WS-REVERSED-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REPEAT REVERSALS ABSORBED" TO WS-SUM-LABEL
	MOVE WS-REPEAT-REVERSAL-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "REVERSALS WITH NO ORIGINAL" TO WS-SUM-LABEL
	MOVE WS-UNMATCHED-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ENTRIES PURGED" TO WS-SUM-LABEL
	MOVE WS-PURGED-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "ENTRIES ON NEW INDEX" TO WS-SUM-LABEL
	MOVE WS-WRITTEN-COUNT TO WS-SUM-COUNT
	WRITE INDEX-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE.

9000-TERMINATE.
	IF MASTER-FILE-OPENED
		CLOSE MASTER-IN-FILE
	END-IF
	IF DAILY-FILE-OPENED
		CLOSE DAILY-CLASSIFIED-FILE
	END-IF
	CLOSE MASTER-OUT-FILE
	CLOSE INDEX-REPORT-FILE.
