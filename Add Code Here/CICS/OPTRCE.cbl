IDENTIFICATION DIVISION.
PROGRAM-ID. OPTRCE.
*> OPTRCE - online operand trace inquiry transaction (OTRC), built
*> on the same frame as the OEXW exception workbench. When a sender
*> calls about one record, the analyst keys its source system and
*> sequence number and gets everything known about that key on one
*> screen: every run that disposed of it (business date received,
*> run date and time, whether the run was a restart or a rerun of
*> the date, the disposition, value, classification and band), the
*> exception-master item with its status and correction, the
*> open-gap master item it opened or filled, and whether a
*> correction resubmit is waiting for the next daily run.
*> Everything but the exception item comes from the operand trace
*> cross-reference (OPTRCXRF layout, file OPTRXRFF), which the
*> OPTRXMGJ job rebuilds each night from the IFELSE trace
*> sightings - the region cannot scan GDG generations. The
*> exception item is read live from OPEXMSTF, as OEXW does; when
*> the item has aged off that master the last state the cross-
*> reference saw is shown instead. Inquiry only - nothing here
*> updates a file.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
	COPY DFHAID.
	COPY DFHBMSCA.
	COPY OPTRCEM.

	01  WS-XREF-RECORD.
		COPY OPTRCXRF.

	01  WS-MASTER-RECORD.
		COPY OPEXMST.

	77  WS-RESP PIC S9(08) COMP.
	77  WS-MESSAGE PIC X(79) VALUE SPACES.
	77  WS-COMMAREA-FLAG PIC X(01) VALUE "Y".
	77  WS-SGT-IDX PIC 9(01) VALUE ZERO.
	77  WS-EDIT-SIGNED PIC -9(7).
	77  WS-EDIT-DAYS PIC ZZ9.
	77  WS-XREF-SWITCH PIC X VALUE "N".
		88  XREF-FOUND VALUE "Y".
	77  WS-XREF-ERROR-SWITCH PIC X VALUE "N".
		88  XREF-NOT-AVAILABLE VALUE "Y".
	77  WS-EXCEPTION-SWITCH PIC X VALUE "N".
		88  EXCEPTION-LIVE VALUE "L".
		88  EXCEPTION-LAST-KNOWN VALUE "K".
		88  EXCEPTION-NONE VALUE "N".

	01  WS-INQUIRY-KEY.
		05  WS-INQ-SOURCE            PIC X(04).
		05  WS-INQ-SEQ               PIC 9(06).

	01  WS-RUN-LINE-BUILD.
		05  WS-RLB-BUS-DATE          PIC X(08).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-RUN-DATE          PIC X(08).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-RUN-TIME          PIC X(06).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-RUN-TYPE          PIC X(07).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-DISPOSITION       PIC X(10).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-VALUE             PIC X(08).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-CLASS             PIC X(12).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-RLB-BAND              PIC X(12).

	01  WS-RUN-COUNT-BUILD.
		05  WS-RCB-SHOWN             PIC 9(01).
		05  FILLER                   PIC X(04) VALUE " OF ".
		05  WS-RCB-TOTAL             PIC ZZ9.
		05  FILLER                   PIC X(21) VALUE
			" RUNS, LATEST FIRST".

	01  WS-EXC-LINE-1-BUILD.
		05  WS-EX1-STATUS            PIC X(11).
		05  FILLER                   PIC X(09) VALUE "  REASON ".
		05  WS-EX1-REASON            PIC X(12).
		05  FILLER                   PIC X(12) VALUE "  BAD VALUE ".
		05  WS-EX1-BAD-VALUE         PIC X(08).

	01  WS-EXC-LINE-2-BUILD.
		05  FILLER                   PIC X(07) VALUE "LOGGED ".
		05  WS-EX2-LOGGED            PIC X(08).
		05  FILLER                   PIC X(07) VALUE "  DAYS ".
		05  WS-EX2-DAYS              PIC X(03).
		05  FILLER                   PIC X(12) VALUE "  CORRECTED ".
		05  WS-EX2-CORRECTED         PIC X(08).
		05  WS-EX2-ON                PIC X(04).
		05  WS-EX2-RESOLVED          PIC X(08).

	01  WS-GAP-LINE-BUILD.
		05  FILLER                   PIC X(17) VALUE
			"MISSING, LOGGED ".
		05  WS-GLB-DETECTED          PIC X(08).
		05  FILLER                   PIC X(03) VALUE " - ".
		05  WS-GLB-STATE             PIC X(32).

	01  WS-GAP-OPEN-TEXT.
		05  FILLER                   PIC X(12) VALUE "STILL OPEN, ".
		05  WS-GOT-DAYS              PIC ZZ9.
		05  FILLER                   PIC X(05) VALUE " DAYS".

	01  WS-GAP-FILLED-TEXT.
		05  FILLER                   PIC X(17) VALUE
			"FILLED - ARRIVED ".
		05  WS-GFT-FILLED            PIC X(08).

	01  WS-RESUBMIT-LINE-BUILD.
		05  FILLER                   PIC X(28) VALUE
			"PENDING - RESUBMITTED VALUE ".
		05  WS-RSL-VALUE             PIC X(08).
		05  FILLER                   PIC X(18) VALUE
			" IN NEXT DAILY RUN".

*>  INQUIRY RESULTS STAGED HERE, LOW-VALUES WHEN UNUSED SO THE
*>  DATAONLY SEND LEAVES THE OPERATOR'S SCREEN FIELDS ALONE.
	01  WS-DISPLAY-FIELDS.
		05  WS-DISP-RUN-COUNT        PIC X(40).
		05  WS-DISP-RUN-LINE         PIC X(78) OCCURS 6 TIMES.
		05  WS-DISP-EXC-LINE-1       PIC X(60).
		05  WS-DISP-EXC-LINE-2       PIC X(60).
		05  WS-DISP-GAP-LINE         PIC X(60).
		05  WS-DISP-RESUBMIT-LINE    PIC X(60).
		05  WS-DISP-AS-OF            PIC X(08).

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	EXEC CICS HANDLE AID
		CLEAR(9000-END-SESSION)
		PF3(9000-END-SESSION)
	END-EXEC

	IF EIBCALEN = 0
		PERFORM 1000-SEND-INITIAL-MAP
	ELSE
		PERFORM 2000-RECEIVE-AND-PROCESS
	END-IF

	EXEC CICS RETURN TRANSID('OTRC')
		COMMAREA(WS-COMMAREA-FLAG)
		LENGTH(1)
	END-EXEC.

1000-SEND-INITIAL-MAP.
	MOVE LOW-VALUES TO OPTRCEO
	EXEC CICS SEND MAP('OPTRCE') MAPSET('OPTRCEM') ERASE
	END-EXEC.

2000-RECEIVE-AND-PROCESS.
	EXEC CICS RECEIVE MAP('OPTRCE') MAPSET('OPTRCEM')
		INTO(OPTRCEI)
	END-EXEC

	MOVE SPACES TO WS-MESSAGE
	MOVE LOW-VALUES TO WS-DISPLAY-FIELDS
	MOVE SRCI TO WS-INQ-SOURCE
	IF SEQI IS NUMERIC
		MOVE SEQI TO WS-INQ-SEQ
	ELSE
		MOVE ZERO TO WS-INQ-SEQ
	END-IF

	IF SRCI = SPACES OR SRCI = LOW-VALUES OR SEQI NOT NUMERIC
		MOVE "ENTER A SOURCE SYSTEM AND A SIX-DIGIT SEQUENCE NUMBER"
			TO WS-MESSAGE
	ELSE
		PERFORM 3000-TRACE-KEY
	END-IF

	PERFORM 8000-SEND-RESULT-MAP.

3000-TRACE-KEY.
	MOVE "N" TO WS-XREF-SWITCH
	MOVE "N" TO WS-XREF-ERROR-SWITCH
	MOVE WS-INQUIRY-KEY TO OPTRX-RECORD-KEY
	EXEC CICS READ FILE('OPTRXRFF')
		INTO(WS-XREF-RECORD)
		RIDFLD(OPTRX-RECORD-KEY)
		RESP(WS-RESP)
	END-EXEC

	EVALUATE TRUE
		WHEN WS-RESP = DFHRESP(NORMAL)
			SET XREF-FOUND TO TRUE
			PERFORM 3100-FORMAT-RUN-LINES
			PERFORM 3300-FORMAT-GAP-ITEM
			PERFORM 3400-FORMAT-RESUBMIT
			MOVE OPTRX-UPDATED-DATE TO WS-DISP-AS-OF
		WHEN WS-RESP = DFHRESP(NOTFND)
			CONTINUE
		WHEN OTHER
			SET XREF-NOT-AVAILABLE TO TRUE
	END-EVALUATE

	PERFORM 3200-FORMAT-EXCEPTION-ITEM

	EVALUATE TRUE
		WHEN XREF-NOT-AVAILABLE
			MOVE "TRACE FILE NOT AVAILABLE - SEE OPERATIONS"
				TO WS-MESSAGE
		WHEN XREF-FOUND AND EXCEPTION-LAST-KNOWN
			MOVE "TRACE DISPLAYED - EXCEPTION ITEM HAS AGED OFF THE MASTER, LAST STATE SHOWN"
				TO WS-MESSAGE
		WHEN XREF-FOUND
			MOVE "TRACE DISPLAYED" TO WS-MESSAGE
		WHEN EXCEPTION-LIVE
			MOVE "KEY NOT ON TRACE FILE YET - EXCEPTION MASTER ITEM SHOWN"
				TO WS-MESSAGE
		WHEN OTHER
			MOVE "NO RECORD OF THAT KEY IN THE TRACE RETENTION WINDOW"
				TO WS-MESSAGE
	END-EVALUATE.

3100-FORMAT-RUN-LINES.
	IF OPTRX-SIGHTING-COUNT = ZERO
		MOVE "NONE - NO RUN HAS SEEN THIS KEY"
			TO WS-DISP-RUN-COUNT
	ELSE
		MOVE OPTRX-SIGHTING-COUNT TO WS-RCB-SHOWN
		MOVE OPTRX-SIGHTING-TOTAL TO WS-RCB-TOTAL
		MOVE WS-RUN-COUNT-BUILD TO WS-DISP-RUN-COUNT
		PERFORM VARYING WS-SGT-IDX FROM 1 BY 1
				UNTIL WS-SGT-IDX > OPTRX-SIGHTING-COUNT
			PERFORM 3150-BUILD-RUN-LINE
		END-PERFORM
	END-IF.

3150-BUILD-RUN-LINE.
	MOVE OPTRX-SGT-BUSINESS-DATE(WS-SGT-IDX) TO WS-RLB-BUS-DATE
	MOVE OPTRX-SGT-RUN-DATE(WS-SGT-IDX) TO WS-RLB-RUN-DATE
	MOVE OPTRX-SGT-RUN-TIME(WS-SGT-IDX) TO WS-RLB-RUN-TIME
	EVALUATE TRUE
		WHEN OPTRX-SGT-RESTART(WS-SGT-IDX)
			MOVE "RESTART" TO WS-RLB-RUN-TYPE
		WHEN OPTRX-SGT-RERUN(WS-SGT-IDX)
			MOVE "RERUN" TO WS-RLB-RUN-TYPE
		WHEN OTHER
			MOVE "FIRST" TO WS-RLB-RUN-TYPE
	END-EVALUATE
	EVALUATE OPTRX-SGT-DISPOSITION(WS-SGT-IDX)
		WHEN "C"
			MOVE "CLASSIFIED" TO WS-RLB-DISPOSITION
		WHEN "E"
			MOVE "EXCEPTION" TO WS-RLB-DISPOSITION
		WHEN "R"
			MOVE "REJECTED" TO WS-RLB-DISPOSITION
		WHEN "D"
			MOVE "DUPLICATE" TO WS-RLB-DISPOSITION
		WHEN "W"
			MOVE "WRONG DATE" TO WS-RLB-DISPOSITION
		WHEN "V"
			MOVE "REVERSAL" TO WS-RLB-DISPOSITION
		WHEN OTHER
			MOVE OPTRX-SGT-DISPOSITION(WS-SGT-IDX)
				TO WS-RLB-DISPOSITION
	END-EVALUATE
*>  A RESUBMIT (A CORRECTION OR A SUSPENSE RELEASE) RE-ENTERS UNDER
*>  ITS ORIGINAL KEY - SAY SO ON ITS RUN LINE SO IT IS NOT READ AS A
*>  SECOND DELIVERY.
	IF OPTRX-SGT-TRANS-TYPE(WS-SGT-IDX) = "R"
		MOVE "RESUB" TO WS-RLB-RUN-TYPE
	END-IF
	IF OPTRX-SGT-OPERAND-VALUE(WS-SGT-IDX) IS NUMERIC
		MOVE OPTRX-SGT-OPERAND-VALUE(WS-SGT-IDX) TO WS-EDIT-SIGNED
		MOVE WS-EDIT-SIGNED TO WS-RLB-VALUE
	ELSE
		MOVE "NOT NUM" TO WS-RLB-VALUE
	END-IF
	MOVE OPTRX-SGT-CLASS-RESULT(WS-SGT-IDX) TO WS-RLB-CLASS
	MOVE OPTRX-SGT-VALUE-BAND(WS-SGT-IDX) TO WS-RLB-BAND
	MOVE WS-RUN-LINE-BUILD TO WS-DISP-RUN-LINE(WS-SGT-IDX).

*>  THE LIVE MASTER WINS; THE CROSS-REFERENCE COPY IS ONLY SHOWN
*>  ONCE OPEXMGR HAS AGED THE RESOLVED ITEM OFF THE MASTER.
3200-FORMAT-EXCEPTION-ITEM.
	SET EXCEPTION-NONE TO TRUE
	MOVE WS-INQUIRY-KEY TO OPEXM-RECORD-KEY
	EXEC CICS READ FILE('OPEXMSTF')
		INTO(WS-MASTER-RECORD)
		RIDFLD(OPEXM-RECORD-KEY)
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP = DFHRESP(NORMAL)
		SET EXCEPTION-LIVE TO TRUE
		MOVE OPEXM-STATUS TO OPTRX-EXC-STATUS
		MOVE OPEXM-REASON-CODE TO OPTRX-EXC-REASON-CODE
		MOVE OPEXM-BAD-VALUE TO OPTRX-EXC-BAD-VALUE
		MOVE OPEXM-LOGGED-DATE TO OPTRX-EXC-LOGGED-DATE
		MOVE OPEXM-DAYS-OPEN TO OPTRX-EXC-DAYS-OPEN
		MOVE OPEXM-RESOLVED-DATE TO OPTRX-EXC-RESOLVED-DATE
		MOVE OPEXM-CORRECTED-VALUE TO OPTRX-EXC-CORRECTED-VALUE
	ELSE
		IF XREF-FOUND AND NOT OPTRX-EXC-NONE
			SET EXCEPTION-LAST-KNOWN TO TRUE
		END-IF
	END-IF

	IF EXCEPTION-NONE
		MOVE "NONE ON THE EXCEPTION MASTER" TO WS-DISP-EXC-LINE-1
	ELSE
		PERFORM 3250-BUILD-EXCEPTION-LINES
	END-IF.

3250-BUILD-EXCEPTION-LINES.
	EVALUATE OPTRX-EXC-STATUS
		WHEN "N"
			MOVE "NEW" TO WS-EX1-STATUS
		WHEN "O"
			MOVE "OUTSTANDING" TO WS-EX1-STATUS
		WHEN "R"
			MOVE "RESOLVED" TO WS-EX1-STATUS
		WHEN OTHER
			MOVE OPTRX-EXC-STATUS TO WS-EX1-STATUS
	END-EVALUATE
	MOVE OPTRX-EXC-REASON-CODE TO WS-EX1-REASON
	IF OPTRX-EXC-BAD-VALUE IS NUMERIC
		MOVE OPTRX-EXC-BAD-VALUE TO WS-EDIT-SIGNED
		MOVE WS-EDIT-SIGNED TO WS-EX1-BAD-VALUE
	ELSE
		MOVE "NOT NUM" TO WS-EX1-BAD-VALUE
	END-IF
	MOVE WS-EXC-LINE-1-BUILD TO WS-DISP-EXC-LINE-1
	MOVE OPTRX-EXC-LOGGED-DATE TO WS-EX2-LOGGED
	MOVE OPTRX-EXC-DAYS-OPEN TO WS-EDIT-DAYS
	MOVE WS-EDIT-DAYS TO WS-EX2-DAYS
	IF OPTRX-EXC-STATUS = "R"
		MOVE OPTRX-EXC-CORRECTED-VALUE TO WS-EDIT-SIGNED
		MOVE WS-EDIT-SIGNED TO WS-EX2-CORRECTED
		MOVE " ON " TO WS-EX2-ON
		MOVE OPTRX-EXC-RESOLVED-DATE TO WS-EX2-RESOLVED
	ELSE
		MOVE "NONE" TO WS-EX2-CORRECTED
		MOVE SPACES TO WS-EX2-ON
		MOVE SPACES TO WS-EX2-RESOLVED
	END-IF
	MOVE WS-EXC-LINE-2-BUILD TO WS-DISP-EXC-LINE-2.

3300-FORMAT-GAP-ITEM.
	EVALUATE TRUE
		WHEN OPTRX-GAP-OPEN
			MOVE OPTRX-GAP-DAYS-OPEN TO WS-GOT-DAYS
			MOVE WS-GAP-OPEN-TEXT TO WS-GLB-STATE
			MOVE OPTRX-GAP-DETECTED-DATE TO WS-GLB-DETECTED
			MOVE WS-GAP-LINE-BUILD TO WS-DISP-GAP-LINE
		WHEN OPTRX-GAP-FILLED
			MOVE OPTRX-GAP-FILLED-DATE TO WS-GFT-FILLED
			MOVE WS-GAP-FILLED-TEXT TO WS-GLB-STATE
			MOVE OPTRX-GAP-DETECTED-DATE TO WS-GLB-DETECTED
			MOVE WS-GAP-LINE-BUILD TO WS-DISP-GAP-LINE
		WHEN OTHER
			MOVE "NONE - NEVER LOGGED AS A SEQUENCE GAP"
				TO WS-DISP-GAP-LINE
	END-EVALUATE.

3400-FORMAT-RESUBMIT.
	IF OPTRX-RESUBMIT-IS-PENDING
		MOVE OPTRX-RESUBMIT-VALUE TO WS-EDIT-SIGNED
		MOVE WS-EDIT-SIGNED TO WS-RSL-VALUE
		MOVE WS-RESUBMIT-LINE-BUILD TO WS-DISP-RESUBMIT-LINE
	ELSE
		MOVE "NONE PENDING" TO WS-DISP-RESUBMIT-LINE
	END-IF.

8000-SEND-RESULT-MAP.
	MOVE LOW-VALUES TO OPTRCEO
	MOVE WS-INQ-SOURCE TO SRCO
	MOVE WS-INQ-SEQ TO SEQO
	MOVE WS-MESSAGE TO MSGLO
	MOVE WS-DISP-RUN-COUNT TO RUNCO
	MOVE WS-DISP-RUN-LINE(1) TO RUN1O
	MOVE WS-DISP-RUN-LINE(2) TO RUN2O
	MOVE WS-DISP-RUN-LINE(3) TO RUN3O
	MOVE WS-DISP-RUN-LINE(4) TO RUN4O
	MOVE WS-DISP-RUN-LINE(5) TO RUN5O
	MOVE WS-DISP-RUN-LINE(6) TO RUN6O
	MOVE WS-DISP-EXC-LINE-1 TO EXC1O
	MOVE WS-DISP-EXC-LINE-2 TO EXC2O
	MOVE WS-DISP-GAP-LINE TO GAPO
	MOVE WS-DISP-RESUBMIT-LINE TO RSBO
	MOVE WS-DISP-AS-OF TO ASOFO
	EXEC CICS SEND MAP('OPTRCE') MAPSET('OPTRCEM')
		DATAONLY CURSOR
	END-EXEC.

9000-END-SESSION.
	EXEC CICS SEND TEXT FROM(WS-MESSAGE) ERASE FREEKB
	END-EXEC
	EXEC CICS RETURN
	END-EXEC.
