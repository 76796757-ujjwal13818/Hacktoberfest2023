IDENTIFICATION DIVISION.
PROGRAM-ID. OPPAUDR.
*> OPPAUDR - daily band/tolerance change sign-off report.
*> Reads the day's parameter maintenance audit records (written by
*> the OPPARM transaction to the OPAU extrapartition transient data
*> queue) and prints every proposal, approval and rejection with the
*> before and after images of the band row or tolerance record, who
*> proposed it and who acted on it, and when - so the day's threshold
*> changes can be reviewed and signed off the same way OPRAUDR does
*> for ranges. The changes still waiting for a checker at the end of
*> the online day (an unload of the pending-change file, optional)
*> are listed after the day's events, so nothing proposed is lost
*> sight of because nobody approved it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT AUDIT-IN-FILE ASSIGN TO OPPAUDIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.
	SELECT PENDING-IN-FILE ASSIGN TO OPPCHGIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PENDING-STATUS.
	SELECT AUDIT-REPORT-FILE ASSIGN TO OPPAURPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-IN-FILE
	RECORDING MODE IS F.
01  AUDIT-IN-RECORD.
	COPY OPPAUD.
FD  PENDING-IN-FILE
	RECORDING MODE IS F.
01  PENDING-IN-RECORD.
	COPY OPPCHG.
FD  AUDIT-REPORT-FILE
	RECORDING MODE IS F.
01  AUDIT-REPORT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-AUDIT-STATUS PIC XX.
	77 WS-PENDING-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-EOF-SWITCH PIC X VALUE "N".
		88 NO-MORE-AUDIT VALUE "Y".
	77 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
		88 NO-MORE-PENDING VALUE "Y".
	77 WS-PENDING-OPEN-SWITCH PIC X VALUE "N".
		88 PENDING-FILE-OPEN VALUE "Y".
	77 WS-PROPOSED-COUNT PIC 9(5) VALUE ZERO.
	77 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
	77 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
	77 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
	77 WS-PAGE-NBR PIC 9(4) VALUE ZERO.
	77 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
	77 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

	01  WS-BAND-IMAGE.
		COPY OPBAND.

	01  WS-TOLER-IMAGE.
		COPY OPTOLER.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(38) VALUE
			"BAND/TOLERANCE CHANGE SIGN-OFF REPORT ".
		05  FILLER PIC X(33) VALUE SPACES.
		05  FILLER PIC X(5)  VALUE "PAGE ".
		05  WS-HDG-PAGE-NBR PIC ZZZ9.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(40) VALUE
			"TIME   EVENT    FILE  CODE   ACTION OPER".
		05  FILLER PIC X(40) VALUE
			"ATOR PROPOSER REASON".

	01  WS-REPORT-DETAIL-LINE.
		05  WS-DET-TIME      PIC 9(06).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-EVENT     PIC X(08).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-FILE      PIC X(05).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-CODE      PIC X(06).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-ACTION    PIC X(06).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-OPERATOR  PIC X(08).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-PROPOSER  PIC X(08).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-DET-REASON    PIC X(26).

	01  WS-BAND-IMAGE-LINE.
		05  FILLER           PIC X(07) VALUE SPACES.
		05  WS-BIL-LABEL     PIC X(08).
		05  FILLER           PIC X(04) VALUE "LOW ".
		05  WS-BIL-LOW       PIC -9(7).
		05  FILLER           PIC X(06) VALUE " HIGH ".
		05  WS-BIL-HIGH      PIC -9(7).
		05  FILLER           PIC X(01) VALUE SPACES.
		05  WS-BIL-BAND-LABEL PIC X(12).
		05  FILLER           PIC X(05) VALUE " EFF ".
		05  WS-BIL-FROM      PIC 9(08).
		05  FILLER           PIC X(01) VALUE "-".
		05  WS-BIL-TO        PIC 9(08).
		05  FILLER           PIC X(04) VALUE SPACES.

	01  WS-TOLER-IMAGE-LINE.
		05  FILLER           PIC X(07) VALUE SPACES.
		05  WS-TIL-LABEL     PIC X(08).
		05  FILLER           PIC X(07) VALUE "NOTNUM ".
		05  WS-TIL-NOTNUM-WARN PIC ZZ9.
		05  FILLER           PIC X(01) VALUE "/".
		05  WS-TIL-NOTNUM-FAIL PIC ZZ9.
		05  FILLER           PIC X(09) VALUE "  REJECT ".
		05  WS-TIL-REJECT-WARN PIC ZZ9.
		05  FILLER           PIC X(01) VALUE "/".
		05  WS-TIL-REJECT-FAIL PIC ZZ9.
		05  FILLER           PIC X(11) VALUE "  UNBANDED ".
		05  WS-TIL-UNBANDED-WARN PIC Z(6)9.
		05  FILLER           PIC X(01) VALUE "/".
		05  WS-TIL-UNBANDED-FAIL PIC Z(6)9.
		05  FILLER           PIC X(09) VALUE SPACES.

	01  WS-NO-IMAGE-LINE.
		05  FILLER           PIC X(07) VALUE SPACES.
		05  WS-NIL-LABEL     PIC X(08).
		05  FILLER           PIC X(65) VALUE "(NONE)".

	01  WS-WAITING-HEADING.
		05  FILLER PIC X(40) VALUE
			"CHANGES STILL AWAITING A SECOND OPERATOR".
		05  FILLER PIC X(40) VALUE SPACES.

	01  WS-WAITING-DETAIL-LINE.
		05  FILLER           PIC X(07) VALUE SPACES.
		05  WS-WDL-FILE      PIC X(05).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-WDL-CODE      PIC X(06).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-WDL-ACTION    PIC X(06).
		05  FILLER           PIC X(13) VALUE " PROPOSED BY ".
		05  WS-WDL-PROPOSER  PIC X(08).
		05  FILLER           PIC X(04) VALUE " ON ".
		05  WS-WDL-DATE      PIC 9(08).
		05  FILLER           PIC X(1) VALUE SPACES.
		05  WS-WDL-TIME      PIC 9(06).
		05  FILLER           PIC X(14) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(30).
		05  WS-SUM-COUNT      PIC ZZ,ZZ9.
		05  FILLER            PIC X(44) VALUE SPACES.

	01  WS-SIGNOFF-LINE.
		05  FILLER            PIC X(40) VALUE
			"REVIEWED AND APPROVED BY: _____________ ".
		05  FILLER            PIC X(17) VALUE "DATE: ___________".
		05  FILLER            PIC X(23) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM UNTIL NO-MORE-AUDIT
		PERFORM 3000-PRINT-AUDIT-DETAIL
		PERFORM 2000-READ-AUDIT
	END-PERFORM
	PERFORM 4000-PRINT-WAITING-CHANGES
	PERFORM 7000-WRITE-SUMMARY
	PERFORM 9000-TERMINATE
	STOP RUN.

1000-INITIALIZE.
	OPEN INPUT AUDIT-IN-FILE
	IF WS-AUDIT-STATUS NOT = "00"
		DISPLAY "OPPAUDR - UNABLE TO OPEN AUDIT-IN-FILE, STATUS = "
			WS-AUDIT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT AUDIT-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPPAUDR - UNABLE TO OPEN AUDIT-REPORT-FILE, STATUS = "
			WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT PENDING-IN-FILE
	IF WS-PENDING-STATUS = "00"
		SET PENDING-FILE-OPEN TO TRUE
	ELSE
		DISPLAY "WARNING - PENDING CHANGE UNLOAD NOT AVAILABLE, "
			"WAITING CHANGES NOT LISTED"
	END-IF
	PERFORM 1100-WRITE-PAGE-HEADERS
	PERFORM 2000-READ-AUDIT.

1100-WRITE-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-NBR
	MOVE WS-PAGE-NBR TO WS-HDG-PAGE-NBR
	WRITE AUDIT-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE AUDIT-REPORT-LINE FROM WS-REPORT-HEADING-2
	MOVE ZERO TO WS-LINE-COUNT.

2000-READ-AUDIT.
	READ AUDIT-IN-FILE
		AT END SET NO-MORE-AUDIT TO TRUE
	END-READ.

*>  THREE LINES PER EVENT - THE EVENT, THEN BEFORE AND AFTER - KEPT
*>  TOGETHER ON ONE PAGE.
3000-PRINT-AUDIT-DETAIL.
	IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	MOVE OPPAUD-TIME TO WS-DET-TIME
	EVALUATE TRUE
		WHEN OPPAUD-EVT-PROPOSED
			MOVE "PROPOSED" TO WS-DET-EVENT
			ADD 1 TO WS-PROPOSED-COUNT
		WHEN OPPAUD-EVT-APPROVED
			MOVE "APPROVED" TO WS-DET-EVENT
			ADD 1 TO WS-APPROVED-COUNT
		WHEN OPPAUD-EVT-REJECTED
			MOVE "REJECTED" TO WS-DET-EVENT
			ADD 1 TO WS-REJECTED-COUNT
		WHEN OTHER
			MOVE OPPAUD-EVENT TO WS-DET-EVENT
	END-EVALUATE
	IF OPPAUD-BAND-FILE
		MOVE "BAND" TO WS-DET-FILE
	ELSE
		MOVE "TOLER" TO WS-DET-FILE
	END-IF
	MOVE OPPAUD-ITEM-KEY TO WS-DET-CODE
	PERFORM 3100-SET-ACTION-WORD
	MOVE OPPAUD-OPERATOR-ID TO WS-DET-OPERATOR
	MOVE OPPAUD-PROPOSED-BY TO WS-DET-PROPOSER
	MOVE OPPAUD-REASON TO WS-DET-REASON
	WRITE AUDIT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
	MOVE "BEFORE :" TO WS-BIL-LABEL WS-TIL-LABEL WS-NIL-LABEL
	MOVE OPPAUD-BEFORE-IMAGE TO WS-BAND-IMAGE WS-TOLER-IMAGE
	PERFORM 3200-PRINT-IMAGE-LINE
	MOVE "AFTER  :" TO WS-BIL-LABEL WS-TIL-LABEL WS-NIL-LABEL
	MOVE OPPAUD-AFTER-IMAGE TO WS-BAND-IMAGE WS-TOLER-IMAGE
	PERFORM 3200-PRINT-IMAGE-LINE
	ADD 3 TO WS-LINE-COUNT.

3100-SET-ACTION-WORD.
	EVALUATE OPPAUD-ACTION
		WHEN "A"
			MOVE "ADD" TO WS-DET-ACTION
		WHEN "U"
			MOVE "UPDATE" TO WS-DET-ACTION
		WHEN "D"
			MOVE "DELETE" TO WS-DET-ACTION
		WHEN OTHER
			MOVE OPPAUD-ACTION TO WS-DET-ACTION
	END-EVALUATE.

3200-PRINT-IMAGE-LINE.
	EVALUATE TRUE
		WHEN WS-BAND-IMAGE = SPACES
			WRITE AUDIT-REPORT-LINE FROM WS-NO-IMAGE-LINE
		WHEN OPPAUD-BAND-FILE
			MOVE OPBAND-LOW-VALUE TO WS-BIL-LOW
			MOVE OPBAND-HIGH-VALUE TO WS-BIL-HIGH
			MOVE OPBAND-LABEL TO WS-BIL-BAND-LABEL
			MOVE OPBAND-EFF-FROM-DATE TO WS-BIL-FROM
			MOVE OPBAND-EFF-TO-DATE TO WS-BIL-TO
			WRITE AUDIT-REPORT-LINE FROM WS-BAND-IMAGE-LINE
		WHEN OTHER
			MOVE OPTOLER-NOTNUM-WARN-PCT TO WS-TIL-NOTNUM-WARN
			MOVE OPTOLER-NOTNUM-FAIL-PCT TO WS-TIL-NOTNUM-FAIL
			MOVE OPTOLER-REJECT-WARN-PCT TO WS-TIL-REJECT-WARN
			MOVE OPTOLER-REJECT-FAIL-PCT TO WS-TIL-REJECT-FAIL
			MOVE OPTOLER-UNBANDED-WARN TO WS-TIL-UNBANDED-WARN
			MOVE OPTOLER-UNBANDED-FAIL TO WS-TIL-UNBANDED-FAIL
			WRITE AUDIT-REPORT-LINE FROM WS-TOLER-IMAGE-LINE
	END-EVALUATE.

*>  THE HEADING IS KEPT ON THE SAME PAGE AS ITS FIRST LINE BELOW IT.
4000-PRINT-WAITING-CHANGES.
	IF PENDING-FILE-OPEN
		IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
			PERFORM 1100-WRITE-PAGE-HEADERS
		END-IF
		MOVE SPACES TO AUDIT-REPORT-LINE
		WRITE AUDIT-REPORT-LINE
		WRITE AUDIT-REPORT-LINE FROM WS-WAITING-HEADING
		ADD 2 TO WS-LINE-COUNT
		PERFORM 4100-READ-PENDING
		PERFORM UNTIL NO-MORE-PENDING
			PERFORM 4200-PRINT-WAITING-DETAIL
			PERFORM 4100-READ-PENDING
		END-PERFORM
		IF WS-WAITING-COUNT = ZERO
			MOVE "       NONE - EVERY PROPOSAL HAS BEEN ACTED ON"
				TO AUDIT-REPORT-LINE
			WRITE AUDIT-REPORT-LINE
			ADD 1 TO WS-LINE-COUNT
		END-IF
	END-IF.

4100-READ-PENDING.
	READ PENDING-IN-FILE
		AT END SET NO-MORE-PENDING TO TRUE
	END-READ.

4200-PRINT-WAITING-DETAIL.
	IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
		PERFORM 1100-WRITE-PAGE-HEADERS
	END-IF
	ADD 1 TO WS-WAITING-COUNT
	IF OPPCHG-BAND-FILE
		MOVE "BAND" TO WS-WDL-FILE
	ELSE
		MOVE "TOLER" TO WS-WDL-FILE
	END-IF
	MOVE OPPCHG-ITEM-KEY TO WS-WDL-CODE
	EVALUATE TRUE
		WHEN OPPCHG-ACT-ADD
			MOVE "ADD" TO WS-WDL-ACTION
		WHEN OPPCHG-ACT-DELETE
			MOVE "DELETE" TO WS-WDL-ACTION
		WHEN OTHER
			MOVE "UPDATE" TO WS-WDL-ACTION
	END-EVALUATE
	MOVE OPPCHG-PROPOSED-BY TO WS-WDL-PROPOSER
	MOVE OPPCHG-PROPOSED-DATE TO WS-WDL-DATE
	MOVE OPPCHG-PROPOSED-TIME TO WS-WDL-TIME
	WRITE AUDIT-REPORT-LINE FROM WS-WAITING-DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

7000-WRITE-SUMMARY.
	MOVE SPACES TO AUDIT-REPORT-LINE
	WRITE AUDIT-REPORT-LINE
	IF WS-PROPOSED-COUNT + WS-APPROVED-COUNT + WS-REJECTED-COUNT
			= ZERO
		MOVE "NO BAND OR TOLERANCE CHANGES LOGGED THIS DAY"
			TO AUDIT-REPORT-LINE
		WRITE AUDIT-REPORT-LINE
	END-IF
	MOVE "CHANGES PROPOSED" TO WS-SUM-LABEL
	MOVE WS-PROPOSED-COUNT TO WS-SUM-COUNT
	WRITE AUDIT-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "CHANGES APPROVED AND APPLIED" TO WS-SUM-LABEL
	MOVE WS-APPROVED-COUNT TO WS-SUM-COUNT
	WRITE AUDIT-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "CHANGES REJECTED" TO WS-SUM-LABEL
	MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
	WRITE AUDIT-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	IF PENDING-FILE-OPEN
		MOVE "CHANGES AWAITING APPROVAL" TO WS-SUM-LABEL
		MOVE WS-WAITING-COUNT TO WS-SUM-COUNT
		WRITE AUDIT-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	END-IF
	MOVE SPACES TO AUDIT-REPORT-LINE
	WRITE AUDIT-REPORT-LINE
	WRITE AUDIT-REPORT-LINE FROM WS-SIGNOFF-LINE.

9000-TERMINATE.
	CLOSE AUDIT-IN-FILE
	IF PENDING-FILE-OPEN
		CLOSE PENDING-IN-FILE
	END-IF
	CLOSE AUDIT-REPORT-FILE.
