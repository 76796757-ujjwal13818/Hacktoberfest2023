*> extract we cut. Return code 4 flags any of the three so the
*> operations-alert path fires the same night instead of billing
*> discovering a short posting at month-end.
*> Every match result is also written as an OPAKMSTA status record,
*> appended by the job to the acknowledgment-match history the
*> OPMCLOSE month-end close reads to prove each extract of the month
*> was confirmed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MATCH-REPORT-FILE ASSIGN TO OPAKMRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT MATCH-STATUS-FILE ASSIGN TO OPAKMSTA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-MATCH-STATUS-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EXTRACT-TOTALS-FILE
FD  MATCH-REPORT-FILE
	RECORDING MODE IS F.
01  MATCH-REPORT-LINE                PIC X(80).
FD  MATCH-STATUS-FILE
	RECORDING MODE IS F.
01  MATCH-STATUS-RECORD.
	COPY OPAKMSTA.
WORKING-STORAGE SECTION.
	77 WS-TOTALS-STATUS PIC XX.
	77 WS-ACK-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.
	77 WS-MATCH-STATUS-STATUS PIC XX.
	77 WS-ACK-EOF-SWITCH PIC X VALUE "N".
		88 NO-MORE-ACKS VALUE "Y".

	77  WS-PROBLEM-SWITCH PIC X VALUE "N".
		88  MATCH-PROBLEM-FOUND VALUE "Y".

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(40) VALUE
			"EXTRACT ACKNOWLEDGMENT MATCH REPORT".
	END-IF
	WRITE MATCH-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE MATCH-REPORT-LINE FROM WS-REPORT-HEADING-2
	OPEN OUTPUT MATCH-STATUS-FILE
	IF WS-MATCH-STATUS-STATUS NOT = "00"
		DISPLAY "OPACKMAT - UNABLE TO OPEN MATCH-STATUS-FILE, "
			"STATUS = " WS-MATCH-STATUS-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	OPEN INPUT ACK-IN-FILE
	IF WS-ACK-STATUS NOT = "00"
		DISPLAY "OPACKMAT - NO ACKNOWLEDGMENT FILE, STATUS = "
		MOVE WS-ACK-VALUE-HASH TO WS-MDL-HASH
		MOVE "*NO EXTRACT*" TO WS-MDL-RESULT
		WRITE MATCH-REPORT-LINE FROM WS-MATCH-DETAIL-LINE
		MOVE WS-ACK-CONSUMER-CODE TO OPAKM-CONSUMER-CODE
		MOVE WS-ACK-BUSINESS-DATE TO OPAKM-BUSINESS-DATE
		MOVE WS-ACK-RECORD-COUNT TO OPAKM-RECORD-COUNT
		MOVE WS-ACK-VALUE-HASH TO OPAKM-VALUE-HASH
		SET OPAKM-NO-EXTRACT TO TRUE
		PERFORM 8000-WRITE-MATCH-STATUS
	ELSE
		MOVE "Y" TO WS-EXT-ACK-SWITCH(WS-EXT-SLOT)
		MOVE WS-EXT-CONSUMER(WS-EXT-SLOT) TO WS-MDL-CONSUMER
		   AND WS-ACK-VALUE-HASH = WS-EXT-VALUE-HASH(WS-EXT-SLOT)
			ADD 1 TO WS-CONFIRMED-COUNT
			MOVE "CONFIRMED" TO WS-MDL-RESULT
			SET OPAKM-CONFIRMED TO TRUE
		ELSE
			ADD 1 TO WS-MISMATCHED-COUNT
			SET MATCH-PROBLEM-FOUND TO TRUE
			SET OPAKM-MISMATCHED TO TRUE
			MOVE "*MISMATCH*" TO WS-MDL-RESULT
			WRITE MATCH-REPORT-LINE FROM WS-MATCH-DETAIL-LINE
			MOVE WS-ACK-CONSUMER-CODE TO WS-MDL-CONSUMER
			MOVE "  (ACK TOTALS)" TO WS-MDL-RESULT
		END-IF
		WRITE MATCH-REPORT-LINE FROM WS-MATCH-DETAIL-LINE
		MOVE WS-EXT-CONSUMER(WS-EXT-SLOT) TO OPAKM-CONSUMER-CODE
		MOVE WS-EXT-DATE(WS-EXT-SLOT) TO OPAKM-BUSINESS-DATE
		MOVE WS-EXT-RECORD-COUNT(WS-EXT-SLOT) TO OPAKM-RECORD-COUNT
		MOVE WS-EXT-VALUE-HASH(WS-EXT-SLOT) TO OPAKM-VALUE-HASH
		PERFORM 8000-WRITE-MATCH-STATUS
	END-IF.

6000-REPORT-UNCONFIRMED.
			MOVE WS-EXT-VALUE-HASH(WS-EXT-IDX) TO WS-MDL-HASH
			MOVE "*UNCONFIRMED*" TO WS-MDL-RESULT
			WRITE MATCH-REPORT-LINE FROM WS-MATCH-DETAIL-LINE
			MOVE WS-EXT-CONSUMER(WS-EXT-IDX) TO OPAKM-CONSUMER-CODE
			MOVE WS-EXT-DATE(WS-EXT-IDX) TO OPAKM-BUSINESS-DATE
			MOVE WS-EXT-RECORD-COUNT(WS-EXT-IDX) TO OPAKM-RECORD-COUNT
			MOVE WS-EXT-VALUE-HASH(WS-EXT-IDX) TO OPAKM-VALUE-HASH
			SET OPAKM-UNCONFIRMED TO TRUE
			PERFORM 8000-WRITE-MATCH-STATUS
		END-IF
	END-PERFORM.

	END-IF
	WRITE MATCH-REPORT-LINE.

*>  THE RECORD CARRIES OUR SIDE'S COUNT AND HASH FOR A MATCHED OR
*>  UNCONFIRMED EXTRACT, AND THE ACKNOWLEDGMENT'S FOR ONE THAT
*>  MATCHED NO EXTRACT.
8000-WRITE-MATCH-STATUS.
	MOVE WS-CURR-DATE-8 TO OPAKM-MATCHED-DATE
	WRITE MATCH-STATUS-RECORD.

9000-TERMINATE.
	CLOSE EXTRACT-TOTALS-FILE
	IF WS-ACK-STATUS = "00" OR WS-ACK-STATUS = "10"
		CLOSE ACK-IN-FILE
	END-IF
	CLOSE MATCH-REPORT-FILE
	CLOSE MATCH-STATUS-FILE.
