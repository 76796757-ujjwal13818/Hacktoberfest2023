IDENTIFICATION DIVISION.
PROGRAM-ID. OPPARM.
*> OPPARM - online maker-checker maintenance transaction (OPRM) for
*> the value-band file and the quality-gate tolerance record, built
*> on the same frame as the ORNG range transaction. Neither file is
*> edited by hand any more: one operator proposes a change (P) - a
*> band row added, updated (thresholds, label, EFF-FROM/EFF-TO) or
*> deleted, or new WARN/FAIL tolerances - and it waits on the
*> pending-change file (OPPCHGF) until a DIFFERENT operator approves
*> (A) or rejects (J) it. A proposer may reject (withdraw) a change
*> of their own but never approve it. Approval refuses a change whose
*> before image no longer matches the live record, and for a band
*> change re-runs the OPBANDED rules (low not above high, no
*> overlap, no gap, something effective) on the whole band set as
*> it would stand with the change applied, on every date the change
*> touches from today on, so a broken set is stopped here instead
*> of at STEP015 on the night it goes live. Only then is the change
*> applied to the live online copy (OPBANDF, keyed by band code;
*> OPTOLERF, the single tolerance record at relative record 1).
*> Inquiry (I) shows the live item and any pending change, browse
*> (B) lists pending changes. Every proposal, approval and
*> rejection is logged with before and after images to the OPAU
*> transient data queue for the OPPAUDR daily sign-off report, and
*> the OPPARMJ job publishes the approved files to the flat
*> PROD.IFELSE.BANDS and PROD.IFELSE.TOLER datasets the batch reads.
*> Define OPBANDF, OPTOLERF and OPPCHGF as recoverable so an applied
*> change and the removal of its pending record commit together.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
	COPY DFHAID.
	COPY DFHBMSCA.
	COPY OPPARMM.

	01  WS-BAND-RECORD.
		COPY OPBAND.

	01  WS-TOLER-RECORD.
		COPY OPTOLER.

	01  WS-CHANGE-RECORD.
		COPY OPPCHG.

	01  WS-AUDIT-RECORD.
		COPY OPPAUD.

	77  WS-FUNCTION-CODE PIC X(01).
	77  WS-ACTION-CODE PIC X(01).
	77  WS-RESP PIC S9(08) COMP.
	77  WS-MESSAGE PIC X(79) VALUE SPACES.
	77  WS-ABSTIME PIC S9(15) COMP-3.
	77  WS-COMMAREA-FLAG PIC X(01) VALUE "Y".
	77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
	77  WS-TODAY PIC 9(08) VALUE ZERO.
	77  WS-NOW-TIME PIC 9(06) VALUE ZERO.
	77  WS-TOLER-RRN PIC S9(08) COMP VALUE 1.
	77  WS-LIVE-IMAGE PIC X(48) VALUE SPACES.
	77  WS-BROWSE-CODE PIC X(06) VALUE LOW-VALUES.
	77  WS-BROWSE-KEY PIC X(07) VALUE LOW-VALUES.
	77  WS-BROWSE-COUNT PIC 9(01) VALUE ZERO.
	77  WS-EDIT-SIGNED PIC -9(7).
	77  WS-KEY-SWITCH PIC X VALUE "Y".
		88  CHANGE-KEY-VALID VALUE "Y".
	77  WS-LIVE-SWITCH PIC X VALUE "N".
		88  LIVE-FOUND VALUE "Y".
		88  LIVE-NOT-FOUND VALUE "N".
		88  LIVE-READ-ERROR VALUE "E".
	77  WS-PENDING-SWITCH PIC X VALUE "N".
		88  PENDING-FOUND VALUE "Y".
	77  WS-EDIT-SWITCH PIC X VALUE "Y".
		88  PROPOSAL-VALID VALUE "Y".
	77  WS-SET-SWITCH PIC X VALUE "Y".
		88  BAND-SET-VALID VALUE "Y".

*>  BAND SET AS IT WOULD STAND WITH THE CHANGE APPLIED, AND THE
*>  SUBSET EFFECTIVE ON ONE CHECK DATE - SAME LIMIT OF TEN
*>  EFFECTIVE BANDS AS OPBANDED AND IFELSE.
	77  WS-ROW-MAX PIC 9(03) VALUE 50.
	77  WS-ROW-COUNT PIC 9(03) VALUE ZERO.
	77  WS-ROW-IDX PIC 9(03) VALUE ZERO.
	77  WS-SCAN-IDX PIC 9(03) VALUE ZERO.
	01  WS-ROW-TABLE.
		05  WS-ROW-ENTRY OCCURS 50 TIMES.
			10  WS-ROW-CODE         PIC X(06).
			10  WS-ROW-LOW-VALUE    PIC S9(7).
			10  WS-ROW-HIGH-VALUE   PIC S9(7).
			10  WS-ROW-EFF-FROM     PIC 9(08).
			10  WS-ROW-EFF-TO       PIC 9(08).
	77  WS-BAND-MAX-ENTRIES PIC 9(02) VALUE 10.
	77  WS-BAND-COUNT PIC 9(02) VALUE ZERO.
	77  WS-BAND-IDX PIC 9(02) VALUE ZERO.
	77  WS-INSERT-IDX PIC 9(02) VALUE ZERO.
	77  WS-SHIFT-IDX PIC 9(02) VALUE ZERO.
	01  WS-BAND-TABLE.
		05  WS-BAND-ENTRY OCCURS 10 TIMES.
			10  WS-BAND-CODE        PIC X(06).
			10  WS-BAND-LOW-VALUE   PIC S9(7).
			10  WS-BAND-HIGH-VALUE  PIC S9(7).
	77  WS-WINDOW-FROM PIC 9(08) VALUE ZERO.
	77  WS-WINDOW-TO PIC 9(08) VALUE ZERO.
	77  WS-CHECK-DATE PIC 9(08) VALUE ZERO.

	01  WS-SET-ERROR-MESSAGE.
		05  FILLER                   PIC X(20) VALUE
			"BAND SET INVALID ON ".
		05  WS-SEM-DATE              PIC 9(08).
		05  FILLER                   PIC X(03) VALUE " - ".
		05  WS-SEM-TEXT              PIC X(20).
		05  WS-SEM-CODE-1            PIC X(06).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-SEM-CODE-2            PIC X(06).
		05  FILLER                   PIC X(14) VALUE " - NOT APPLIED".

	01  WS-BAND-TEXT.
		05  WS-BTX-LOW               PIC -9(7).
		05  FILLER                   PIC X(04) VALUE " TO ".
		05  WS-BTX-HIGH              PIC -9(7).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-BTX-LABEL             PIC X(12).
		05  FILLER                   PIC X(05) VALUE " EFF ".
		05  WS-BTX-FROM              PIC 9(08).
		05  FILLER                   PIC X(01) VALUE "-".
		05  WS-BTX-TO                PIC 9(08).

	01  WS-TOLER-TEXT.
		05  FILLER                   PIC X(07) VALUE "NOTNUM ".
		05  WS-TTX-NOTNUM-WARN       PIC ZZ9.
		05  FILLER                   PIC X(01) VALUE "/".
		05  WS-TTX-NOTNUM-FAIL       PIC ZZ9.
		05  FILLER                   PIC X(09) VALUE "  REJECT ".
		05  WS-TTX-REJECT-WARN       PIC ZZ9.
		05  FILLER                   PIC X(01) VALUE "/".
		05  WS-TTX-REJECT-FAIL       PIC ZZ9.
		05  FILLER                   PIC X(09) VALUE "  UNBAND ".
		05  WS-TTX-UNBANDED-WARN     PIC Z(6)9.
		05  FILLER                   PIC X(01) VALUE "/".
		05  WS-TTX-UNBANDED-FAIL     PIC Z(6)9.

	01  WS-PENDING-TEXT.
		05  WS-PTX-ACTION            PIC X(06).
		05  FILLER                   PIC X(04) VALUE " BY ".
		05  WS-PTX-PROPOSED-BY       PIC X(08).
		05  FILLER                   PIC X(04) VALUE " ON ".
		05  WS-PTX-DATE              PIC 9(08).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-PTX-TIME              PIC 9(06).
		05  FILLER                   PIC X(03) VALUE " - ".
		05  WS-PTX-REASON            PIC X(19).

	01  WS-LIST-LINE-BUILD.
		05  WS-LLB-FILE-TYPE         PIC X(01).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-LLB-ITEM              PIC X(06).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-LLB-ACTION            PIC X(01).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-LLB-PROPOSED-BY       PIC X(08).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-LLB-DATE              PIC 9(08).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-LLB-TIME              PIC 9(06).
		05  FILLER                   PIC X(01) VALUE SPACE.
		05  WS-LLB-REASON            PIC X(30).

*>  INQUIRY/BROWSE RESULTS STAGED HERE, LOW-VALUES WHEN UNUSED SO
*>  THE DATAONLY SEND LEAVES THE OPERATOR'S SCREEN FIELDS ALONE.
	01  WS-DISPLAY-FIELDS.
		05  WS-DISP-ACTION           PIC X(01).
		05  WS-DISP-BAND-LOW         PIC X(08).
		05  WS-DISP-BAND-HIGH        PIC X(08).
		05  WS-DISP-BAND-LABEL       PIC X(12).
		05  WS-DISP-BAND-FROM        PIC X(08).
		05  WS-DISP-BAND-TO          PIC X(08).
		05  WS-DISP-NOTNUM-WARN      PIC X(03).
		05  WS-DISP-NOTNUM-FAIL      PIC X(03).
		05  WS-DISP-REJECT-WARN      PIC X(03).
		05  WS-DISP-REJECT-FAIL      PIC X(03).
		05  WS-DISP-UNBANDED-WARN    PIC X(07).
		05  WS-DISP-UNBANDED-FAIL    PIC X(07).
		05  WS-DISP-REASON           PIC X(30).
		05  WS-DISP-LIVE             PIC X(59).
		05  WS-DISP-PENDING          PIC X(59).
		05  WS-LIST-LINE-1           PIC X(78).
		05  WS-LIST-LINE-2           PIC X(78).
		05  WS-LIST-LINE-3           PIC X(78).

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

	EXEC CICS RETURN TRANSID('OPRM')
		COMMAREA(WS-COMMAREA-FLAG)
		LENGTH(1)
	END-EXEC.

1000-SEND-INITIAL-MAP.
	MOVE LOW-VALUES TO OPPARMO
	EXEC CICS SEND MAP('OPPARM') MAPSET('OPPARMM') ERASE
	END-EXEC.

2000-RECEIVE-AND-PROCESS.
	EXEC CICS RECEIVE MAP('OPPARM') MAPSET('OPPARMM')
		INTO(OPPARMI)
	END-EXEC

	MOVE SPACES TO WS-MESSAGE
	MOVE LOW-VALUES TO WS-DISPLAY-FIELDS
	PERFORM 2050-CLEAR-NULL-INPUT
	PERFORM 7000-STAMP-OPERATOR-AND-TIME
	MOVE FUNCI TO WS-FUNCTION-CODE
	MOVE ACTNI TO WS-ACTION-CODE
	PERFORM 2100-SET-CHANGE-KEY

	IF CHANGE-KEY-VALID
		EVALUATE WS-FUNCTION-CODE
			WHEN "P"
				PERFORM 3000-PROPOSE-CHANGE
			WHEN "A"
				PERFORM 4000-APPROVE-CHANGE
			WHEN "J"
				PERFORM 5000-REJECT-CHANGE
			WHEN "I"
				PERFORM 5500-INQUIRE-ITEM
			WHEN "B"
				PERFORM 5700-BROWSE-PENDING
			WHEN OTHER
				MOVE "INVALID FUNCTION - ENTER P, A, J, I, OR B"
					TO WS-MESSAGE
		END-EVALUATE
	END-IF

	PERFORM 8000-SEND-RESULT-MAP.

*>  A FIELD THE OPERATOR NEVER TOUCHED COMES BACK AS NULLS - MAKE
*>  IT SPACES SO NUMVAL READS IT AS ZERO.
2050-CLEAR-NULL-INPUT.
	INSPECT FTYPI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT CODEI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT ACTNI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT BLOWI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT BHII REPLACING ALL LOW-VALUE BY SPACE
	INSPECT BLBLI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT BFRMI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT BTOI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT NNWI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT NNFI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT RJWI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT RJFI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT UBWI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT UBFI REPLACING ALL LOW-VALUE BY SPACE
	INSPECT RSNI REPLACING ALL LOW-VALUE BY SPACE.

2100-SET-CHANGE-KEY.
	MOVE "Y" TO WS-KEY-SWITCH
	MOVE FTYPI TO OPPCHG-FILE-TYPE
	EVALUATE TRUE
		WHEN OPPCHG-BAND-FILE
			MOVE CODEI TO OPPCHG-ITEM-KEY
			IF CODEI = SPACES AND WS-FUNCTION-CODE NOT = "B"
				MOVE "ENTER THE BAND CODE" TO WS-MESSAGE
				MOVE "N" TO WS-KEY-SWITCH
			END-IF
		WHEN OPPCHG-TOLER-FILE
			MOVE "TOLER" TO OPPCHG-ITEM-KEY
		WHEN WS-FUNCTION-CODE = "B"
			MOVE SPACES TO OPPCHG-ITEM-KEY
		WHEN OTHER
			MOVE "ENTER FILE B (BANDS) OR T (TOLERANCES)" TO WS-MESSAGE
			MOVE "N" TO WS-KEY-SWITCH
	END-EVALUATE.

*>  THE MAKER'S SIDE: THE PROPOSAL IS EDITED HERE AND PARKED ON THE
*>  PENDING FILE - NOTHING LIVE CHANGES UNTIL A SECOND OPERATOR
*>  APPROVES IT.
3000-PROPOSE-CHANGE.
	MOVE "Y" TO WS-EDIT-SWITCH
	PERFORM 5600-READ-LIVE-ITEM
	IF LIVE-READ-ERROR
		MOVE "ERROR READING LIVE FILE - SEE OPERATIONS" TO WS-MESSAGE
		MOVE "N" TO WS-EDIT-SWITCH
	END-IF
	IF PROPOSAL-VALID AND RSNI = SPACES
		MOVE "ENTER A REASON FOR THE CHANGE" TO WS-MESSAGE
		MOVE "N" TO WS-EDIT-SWITCH
	END-IF
	IF PROPOSAL-VALID
		IF OPPCHG-BAND-FILE
			PERFORM 3100-BUILD-BAND-PROPOSAL
		ELSE
			PERFORM 3200-BUILD-TOLER-PROPOSAL
		END-IF
	END-IF
	IF PROPOSAL-VALID
		AND OPPCHG-BEFORE-IMAGE = OPPCHG-AFTER-IMAGE
		MOVE "PROPOSED VALUES MATCH THE LIVE FILE - NOTHING TO CHANGE"
			TO WS-MESSAGE
		MOVE "N" TO WS-EDIT-SWITCH
	END-IF

	IF PROPOSAL-VALID
		MOVE RSNI TO OPPCHG-REASON
		MOVE WS-OPERATOR-ID TO OPPCHG-PROPOSED-BY
		MOVE WS-TODAY TO OPPCHG-PROPOSED-DATE
		MOVE WS-NOW-TIME TO OPPCHG-PROPOSED-TIME

		EXEC CICS WRITE FILE('OPPCHGF')
			FROM(WS-CHANGE-RECORD)
			RIDFLD(OPPCHG-RECORD-KEY)
			RESP(WS-RESP)
		END-EXEC

		EVALUATE WS-RESP
			WHEN DFHRESP(NORMAL)
				MOVE "CHANGE PROPOSED - A SECOND OPERATOR MUST APPROVE IT"
					TO WS-MESSAGE
				MOVE "P" TO OPPAUD-EVENT
				PERFORM 6000-WRITE-AUDIT-RECORD
			WHEN DFHRESP(DUPREC)
				MOVE "A CHANGE IS ALREADY PENDING FOR THAT ITEM - APPROVE OR REJECT IT FIRST"
					TO WS-MESSAGE
			WHEN OTHER
				MOVE "ERROR RECORDING PROPOSAL - SEE OPERATIONS"
					TO WS-MESSAGE
		END-EVALUATE
	END-IF.

3100-BUILD-BAND-PROPOSAL.
	EVALUATE WS-ACTION-CODE
		WHEN "A"
			IF LIVE-FOUND
				MOVE "BAND CODE ALREADY ON FILE - USE ACTION U"
					TO WS-MESSAGE
				MOVE "N" TO WS-EDIT-SWITCH
			ELSE
				MOVE SPACES TO OPPCHG-BEFORE-IMAGE
				PERFORM 3150-EDIT-BAND-FIELDS
			END-IF
		WHEN "U"
			IF LIVE-FOUND
				MOVE WS-LIVE-IMAGE TO OPPCHG-BEFORE-IMAGE
				PERFORM 3150-EDIT-BAND-FIELDS
			ELSE
				MOVE "BAND CODE NOT ON FILE - USE ACTION A"
					TO WS-MESSAGE
				MOVE "N" TO WS-EDIT-SWITCH
			END-IF
		WHEN "D"
			IF LIVE-FOUND
				MOVE WS-LIVE-IMAGE TO OPPCHG-BEFORE-IMAGE
				MOVE SPACES TO OPPCHG-AFTER-IMAGE
			ELSE
				MOVE "BAND CODE NOT ON FILE" TO WS-MESSAGE
				MOVE "N" TO WS-EDIT-SWITCH
			END-IF
		WHEN OTHER
			MOVE "ENTER ACTION A (ADD), U (UPDATE), OR D (DELETE)"
				TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
	END-EVALUATE
	MOVE WS-ACTION-CODE TO OPPCHG-ACTION.

3150-EDIT-BAND-FIELDS.
	MOVE SPACES TO WS-BAND-RECORD
	MOVE OPPCHG-ITEM-KEY TO OPBAND-CODE
	MOVE FUNCTION NUMVAL(BLOWI) TO OPBAND-LOW-VALUE
	MOVE FUNCTION NUMVAL(BHII) TO OPBAND-HIGH-VALUE
	MOVE BLBLI TO OPBAND-LABEL
	MOVE FUNCTION NUMVAL(BFRMI) TO OPBAND-EFF-FROM-DATE
	MOVE FUNCTION NUMVAL(BTOI) TO OPBAND-EFF-TO-DATE
	EVALUATE TRUE
		WHEN OPBAND-LABEL = SPACES
			MOVE "ENTER THE BAND LABEL" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPBAND-LOW-VALUE > OPBAND-HIGH-VALUE
			MOVE "BAND LOW VALUE IS ABOVE ITS HIGH VALUE" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPBAND-EFF-FROM-DATE NOT = ZERO
			AND FUNCTION TEST-DATE-YYYYMMDD(OPBAND-EFF-FROM-DATE)
				NOT = ZERO
			MOVE "EFF FROM IS NOT A VALID DATE (YYYYMMDD OR ZERO)"
				TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPBAND-EFF-TO-DATE NOT = ZERO
			AND FUNCTION TEST-DATE-YYYYMMDD(OPBAND-EFF-TO-DATE)
				NOT = ZERO
			MOVE "EFF TO IS NOT A VALID DATE (YYYYMMDD OR ZERO)"
				TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPBAND-EFF-TO-DATE NOT = ZERO
			AND OPBAND-EFF-TO-DATE < OPBAND-EFF-FROM-DATE
			MOVE "EFF TO IS BEFORE EFF FROM" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OTHER
			MOVE WS-BAND-RECORD TO OPPCHG-AFTER-IMAGE
	END-EVALUATE.

*>  THE TOLERANCE FILE IS ONE RECORD - THE ONLY CHANGE IS AN UPDATE.
3200-BUILD-TOLER-PROPOSAL.
	IF WS-ACTION-CODE NOT = SPACE AND WS-ACTION-CODE NOT = "U"
		MOVE "TOLERANCES CAN ONLY BE UPDATED - ACTION U" TO WS-MESSAGE
		MOVE "N" TO WS-EDIT-SWITCH
	ELSE
		MOVE "U" TO OPPCHG-ACTION
		IF LIVE-FOUND
			MOVE WS-LIVE-IMAGE TO OPPCHG-BEFORE-IMAGE
		ELSE
			MOVE SPACES TO OPPCHG-BEFORE-IMAGE
		END-IF
		MOVE FUNCTION NUMVAL(NNWI) TO OPTOLER-NOTNUM-WARN-PCT
		MOVE FUNCTION NUMVAL(NNFI) TO OPTOLER-NOTNUM-FAIL-PCT
		MOVE FUNCTION NUMVAL(RJWI) TO OPTOLER-REJECT-WARN-PCT
		MOVE FUNCTION NUMVAL(RJFI) TO OPTOLER-REJECT-FAIL-PCT
		MOVE FUNCTION NUMVAL(UBWI) TO OPTOLER-UNBANDED-WARN
		MOVE FUNCTION NUMVAL(UBFI) TO OPTOLER-UNBANDED-FAIL
		PERFORM 3250-EDIT-TOLER-VALUES
		IF PROPOSAL-VALID
			MOVE SPACES TO OPPCHG-AFTER-IMAGE
			MOVE WS-TOLER-RECORD TO OPPCHG-AFTER-IMAGE
		END-IF
	END-IF.

3250-EDIT-TOLER-VALUES.
	EVALUATE TRUE
		WHEN OPTOLER-NOTNUM-FAIL-PCT > 100
			OR OPTOLER-REJECT-FAIL-PCT > 100
			MOVE "A PERCENTAGE CANNOT EXCEED 100" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPTOLER-NOTNUM-WARN-PCT > OPTOLER-NOTNUM-FAIL-PCT
			MOVE "NOT-NUMERIC WARN IS ABOVE ITS FAIL" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPTOLER-REJECT-WARN-PCT > OPTOLER-REJECT-FAIL-PCT
			MOVE "REJECT WARN IS ABOVE ITS FAIL" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN OPTOLER-UNBANDED-WARN > OPTOLER-UNBANDED-FAIL
			MOVE "UNBANDED WARN IS ABOVE ITS FAIL" TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
	END-EVALUATE.

*>  THE CHECKER'S SIDE. THE PENDING RECORD IS HELD FOR UPDATE WHILE
*>  THE CHANGE IS CHECKED; THE BAND SET IS BROWSED BEFORE THE LIVE
*>  RECORD IS HELD SO THE TASK NEVER BROWSES AGAINST ITS OWN LOCK.
4000-APPROVE-CHANGE.
	MOVE "Y" TO WS-EDIT-SWITCH
	EXEC CICS READ FILE('OPPCHGF')
		INTO(WS-CHANGE-RECORD)
		RIDFLD(OPPCHG-RECORD-KEY)
		UPDATE
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP NOT = DFHRESP(NORMAL)
		MOVE "NO PENDING CHANGE FOR THAT ITEM" TO WS-MESSAGE
	ELSE
		IF OPPCHG-PROPOSED-BY = WS-OPERATOR-ID
			MOVE "APPROVER MUST BE A DIFFERENT OPERATOR FROM THE PROPOSER"
				TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		ELSE
			PERFORM 4100-CHECK-STILL-CURRENT
		END-IF
		IF PROPOSAL-VALID
			IF OPPCHG-BAND-FILE
				PERFORM 4500-VALIDATE-BAND-SET
				IF NOT BAND-SET-VALID
					MOVE "N" TO WS-EDIT-SWITCH
				END-IF
			ELSE
				MOVE OPPCHG-AFTER-IMAGE TO WS-TOLER-RECORD
				PERFORM 3250-EDIT-TOLER-VALUES
			END-IF
		END-IF
		IF PROPOSAL-VALID
			IF OPPCHG-BAND-FILE
				PERFORM 4200-APPLY-BAND-CHANGE
			ELSE
				PERFORM 4300-APPLY-TOLER-CHANGE
			END-IF
		END-IF
		IF PROPOSAL-VALID
			EXEC CICS DELETE FILE('OPPCHGF')
				RESP(WS-RESP)
			END-EXEC
*>          THE LIVE CHANGE AND THE PENDING DELETE STAND OR FALL
*>          TOGETHER - A CHANGE LEFT PENDING AFTER IT WAS APPLIED
*>          COULD BE APPROVED A SECOND TIME.
			IF WS-RESP = DFHRESP(NORMAL)
				MOVE "CHANGE APPROVED AND APPLIED TO THE LIVE FILE"
					TO WS-MESSAGE
				MOVE "A" TO OPPAUD-EVENT
				PERFORM 6000-WRITE-AUDIT-RECORD
			ELSE
				EXEC CICS SYNCPOINT ROLLBACK
				END-EXEC
				MOVE "ERROR CLEARING PENDING CHANGE - NOT APPLIED, SEE OPERATIONS"
					TO WS-MESSAGE
			END-IF
		ELSE
			EXEC CICS UNLOCK FILE('OPPCHGF')
			END-EXEC
		END-IF
		PERFORM 5690-SHOW-CHANGE-IMAGE
	END-IF.

4100-CHECK-STILL-CURRENT.
	PERFORM 5600-READ-LIVE-ITEM
	EVALUATE TRUE
		WHEN LIVE-READ-ERROR
			MOVE "ERROR READING LIVE FILE - SEE OPERATIONS"
				TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
		WHEN LIVE-FOUND AND WS-LIVE-IMAGE = OPPCHG-BEFORE-IMAGE
			CONTINUE
		WHEN LIVE-NOT-FOUND AND OPPCHG-BEFORE-IMAGE = SPACES
			CONTINUE
		WHEN OTHER
			MOVE "LIVE ITEM CHANGED SINCE PROPOSAL - REJECT AND PROPOSE AGAIN"
				TO WS-MESSAGE
			MOVE "N" TO WS-EDIT-SWITCH
	END-EVALUATE.

4200-APPLY-BAND-CHANGE.
	MOVE OPPCHG-ITEM-KEY TO OPBAND-CODE
	IF OPPCHG-ACT-ADD
		MOVE OPPCHG-AFTER-IMAGE TO WS-BAND-RECORD
		EXEC CICS WRITE FILE('OPBANDF')
			FROM(WS-BAND-RECORD)
			RIDFLD(OPBAND-CODE)
			RESP(WS-RESP)
		END-EXEC
	ELSE
		EXEC CICS READ FILE('OPBANDF')
			INTO(WS-BAND-RECORD)
			RIDFLD(OPBAND-CODE)
			UPDATE
			RESP(WS-RESP)
		END-EXEC
		IF WS-RESP = DFHRESP(NORMAL)
			IF WS-BAND-RECORD NOT = OPPCHG-BEFORE-IMAGE
				EXEC CICS UNLOCK FILE('OPBANDF')
				END-EXEC
				MOVE "LIVE ITEM CHANGED SINCE PROPOSAL - REJECT AND PROPOSE AGAIN"
					TO WS-MESSAGE
				MOVE "N" TO WS-EDIT-SWITCH
			ELSE
				IF OPPCHG-ACT-DELETE
					EXEC CICS DELETE FILE('OPBANDF')
						RESP(WS-RESP)
					END-EXEC
				ELSE
					MOVE OPPCHG-AFTER-IMAGE TO WS-BAND-RECORD
					EXEC CICS REWRITE FILE('OPBANDF')
						FROM(WS-BAND-RECORD)
						RESP(WS-RESP)
					END-EXEC
				END-IF
			END-IF
		END-IF
	END-IF
	IF WS-RESP NOT = DFHRESP(NORMAL) AND PROPOSAL-VALID
		MOVE "ERROR APPLYING BAND CHANGE - NOT APPLIED, SEE OPERATIONS"
			TO WS-MESSAGE
		MOVE "N" TO WS-EDIT-SWITCH
	END-IF.

4300-APPLY-TOLER-CHANGE.
	IF OPPCHG-BEFORE-IMAGE = SPACES
		MOVE OPPCHG-AFTER-IMAGE TO WS-TOLER-RECORD
		EXEC CICS WRITE FILE('OPTOLERF')
			FROM(WS-TOLER-RECORD)
			RIDFLD(WS-TOLER-RRN)
			RRN
			RESP(WS-RESP)
		END-EXEC
	ELSE
		EXEC CICS READ FILE('OPTOLERF')
			INTO(WS-TOLER-RECORD)
			RIDFLD(WS-TOLER-RRN)
			RRN
			UPDATE
			RESP(WS-RESP)
		END-EXEC
		IF WS-RESP = DFHRESP(NORMAL)
			MOVE OPPCHG-AFTER-IMAGE TO WS-TOLER-RECORD
			EXEC CICS REWRITE FILE('OPTOLERF')
				FROM(WS-TOLER-RECORD)
				RESP(WS-RESP)
			END-EXEC
		END-IF
	END-IF
	IF WS-RESP NOT = DFHRESP(NORMAL)
		MOVE "ERROR APPLYING TOLERANCE CHANGE - NOT APPLIED, SEE OPERATIONS"
			TO WS-MESSAGE
		MOVE "N" TO WS-EDIT-SWITCH
	END-IF.

*>  SAME RULES OPBANDED APPLIES TO ONE BUSINESS DATE, APPLIED TO THE
*>  BAND SET AS IT WOULD STAND WITH THIS CHANGE IN IT. THE SET ONLY
*>  CHANGES WHERE SOME ROW STARTS OR STOPS, SO IT IS CHECKED ON THE
*>  FIRST DATE THE CHANGE TOUCHES (NEVER BEFORE TODAY) AND ON EVERY
*>  ROW'S EFF-FROM AND DAY AFTER EFF-TO INSIDE THE CHANGE'S WINDOW.
4500-VALIDATE-BAND-SET.
	MOVE "Y" TO WS-SET-SWITCH
	PERFORM 4550-LOAD-BAND-ROWS
	IF BAND-SET-VALID
		PERFORM 4600-SET-CHECK-WINDOW
		IF WS-WINDOW-TO NOT LESS THAN WS-WINDOW-FROM
			MOVE WS-WINDOW-FROM TO WS-CHECK-DATE
			PERFORM 4700-CHECK-SET-ON-DATE
			PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
					UNTIL WS-ROW-IDX > WS-ROW-COUNT
					OR NOT BAND-SET-VALID
				PERFORM 4650-CHECK-ROW-BOUNDARIES
			END-PERFORM
		END-IF
	END-IF.

4550-LOAD-BAND-ROWS.
	MOVE ZERO TO WS-ROW-COUNT
	MOVE LOW-VALUES TO WS-BROWSE-CODE
	EXEC CICS STARTBR FILE('OPBANDF')
		RIDFLD(WS-BROWSE-CODE)
		GTEQ
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP = DFHRESP(NORMAL)
		PERFORM 4560-READ-NEXT-BAND-ROW
			UNTIL WS-RESP NOT = DFHRESP(NORMAL)
			OR NOT BAND-SET-VALID
		EXEC CICS ENDBR FILE('OPBANDF')
		END-EXEC
	END-IF

	IF BAND-SET-VALID AND NOT OPPCHG-ACT-DELETE
		MOVE OPPCHG-AFTER-IMAGE TO WS-BAND-RECORD
		PERFORM 4570-ADD-BAND-ROW
	END-IF.

4560-READ-NEXT-BAND-ROW.
	EXEC CICS READNEXT FILE('OPBANDF')
		INTO(WS-BAND-RECORD)
		RIDFLD(WS-BROWSE-CODE)
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP = DFHRESP(NORMAL)
		AND OPBAND-CODE NOT = OPPCHG-ITEM-KEY
		PERFORM 4570-ADD-BAND-ROW
	END-IF.

4570-ADD-BAND-ROW.
	IF WS-ROW-COUNT = WS-ROW-MAX
		MOVE "BAND FILE HAS TOO MANY ROWS TO CHECK - SEE SUPPORT"
			TO WS-MESSAGE
		MOVE "N" TO WS-SET-SWITCH
	ELSE
		ADD 1 TO WS-ROW-COUNT
		MOVE OPBAND-CODE TO WS-ROW-CODE(WS-ROW-COUNT)
		MOVE OPBAND-LOW-VALUE TO WS-ROW-LOW-VALUE(WS-ROW-COUNT)
		MOVE OPBAND-HIGH-VALUE TO WS-ROW-HIGH-VALUE(WS-ROW-COUNT)
		MOVE OPBAND-EFF-FROM-DATE TO WS-ROW-EFF-FROM(WS-ROW-COUNT)
		MOVE OPBAND-EFF-TO-DATE TO WS-ROW-EFF-TO(WS-ROW-COUNT)
	END-IF.

*>  THE WINDOW COVERS THE ROW BEFORE AND AFTER THE CHANGE, SO AN
*>  UPDATE THAT SHORTENS A ROW IS CHECKED FOR THE GAP IT LEAVES.
4600-SET-CHECK-WINDOW.
	MOVE 99999999 TO WS-WINDOW-FROM
	MOVE ZERO TO WS-WINDOW-TO
	IF OPPCHG-BEFORE-IMAGE NOT = SPACES
		MOVE OPPCHG-BEFORE-IMAGE TO WS-BAND-RECORD
		PERFORM 4610-WIDEN-WINDOW
	END-IF
	IF OPPCHG-AFTER-IMAGE NOT = SPACES
		MOVE OPPCHG-AFTER-IMAGE TO WS-BAND-RECORD
		PERFORM 4610-WIDEN-WINDOW
	END-IF
	IF WS-WINDOW-FROM < WS-TODAY
		MOVE WS-TODAY TO WS-WINDOW-FROM
	END-IF.

4610-WIDEN-WINDOW.
	IF OPBAND-EFF-FROM-DATE < WS-WINDOW-FROM
		MOVE OPBAND-EFF-FROM-DATE TO WS-WINDOW-FROM
	END-IF
	IF OPBAND-EFF-TO-DATE = ZERO
		MOVE 99999999 TO WS-WINDOW-TO
	ELSE
		IF OPBAND-EFF-TO-DATE > WS-WINDOW-TO
			MOVE OPBAND-EFF-TO-DATE TO WS-WINDOW-TO
		END-IF
	END-IF.

4650-CHECK-ROW-BOUNDARIES.
	IF WS-ROW-EFF-FROM(WS-ROW-IDX) > WS-WINDOW-FROM
		AND WS-ROW-EFF-FROM(WS-ROW-IDX) NOT GREATER THAN WS-WINDOW-TO
		MOVE WS-ROW-EFF-FROM(WS-ROW-IDX) TO WS-CHECK-DATE
		PERFORM 4700-CHECK-SET-ON-DATE
	END-IF
	IF BAND-SET-VALID
		AND WS-ROW-EFF-TO(WS-ROW-IDX) NOT = ZERO
		AND WS-ROW-EFF-TO(WS-ROW-IDX) NOT LESS THAN WS-WINDOW-FROM
		AND WS-ROW-EFF-TO(WS-ROW-IDX) < WS-WINDOW-TO
		COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE(WS-ROW-EFF-TO(WS-ROW-IDX)) + 1)
		PERFORM 4700-CHECK-SET-ON-DATE
	END-IF.

4700-CHECK-SET-ON-DATE.
	MOVE ZERO TO WS-BAND-COUNT
	PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
			UNTIL WS-SCAN-IDX > WS-ROW-COUNT
			OR NOT BAND-SET-VALID
		PERFORM 4710-ADD-BAND-IF-EFFECTIVE
	END-PERFORM
	IF BAND-SET-VALID
		IF WS-BAND-COUNT = ZERO
			MOVE "NO BANDS EFFECTIVE" TO WS-SEM-TEXT
			MOVE SPACES TO WS-SEM-CODE-1
			MOVE SPACES TO WS-SEM-CODE-2
			PERFORM 4900-NOTE-SET-ERROR
		ELSE
			PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
					UNTIL WS-BAND-IDX NOT LESS THAN WS-BAND-COUNT
					OR NOT BAND-SET-VALID
				PERFORM 4800-CHECK-ADJACENT-BANDS
			END-PERFORM
		END-IF
	END-IF.

4710-ADD-BAND-IF-EFFECTIVE.
	IF (WS-ROW-EFF-FROM(WS-SCAN-IDX) = ZERO
			OR WS-ROW-EFF-FROM(WS-SCAN-IDX) NOT GREATER THAN WS-CHECK-DATE)
	   AND (WS-ROW-EFF-TO(WS-SCAN-IDX) = ZERO
			OR WS-ROW-EFF-TO(WS-SCAN-IDX) NOT LESS THAN WS-CHECK-DATE)
		IF WS-ROW-LOW-VALUE(WS-SCAN-IDX) > WS-ROW-HIGH-VALUE(WS-SCAN-IDX)
			MOVE "LOW ABOVE HIGH" TO WS-SEM-TEXT
			MOVE WS-ROW-CODE(WS-SCAN-IDX) TO WS-SEM-CODE-1
			MOVE SPACES TO WS-SEM-CODE-2
			PERFORM 4900-NOTE-SET-ERROR
		ELSE
			PERFORM 4720-INSERT-BAND-SORTED
		END-IF
	END-IF.

4720-INSERT-BAND-SORTED.
	IF WS-BAND-COUNT = WS-BAND-MAX-ENTRIES
		MOVE "TOO MANY BANDS" TO WS-SEM-TEXT
		MOVE SPACES TO WS-SEM-CODE-1
		MOVE SPACES TO WS-SEM-CODE-2
		PERFORM 4900-NOTE-SET-ERROR
	ELSE
		MOVE WS-BAND-COUNT TO WS-INSERT-IDX
		ADD 1 TO WS-INSERT-IDX
		PERFORM UNTIL WS-INSERT-IDX = 1
				OR WS-BAND-LOW-VALUE(WS-INSERT-IDX - 1)
					NOT GREATER THAN WS-ROW-LOW-VALUE(WS-SCAN-IDX)
			MOVE WS-INSERT-IDX TO WS-SHIFT-IDX
			SUBTRACT 1 FROM WS-SHIFT-IDX
			MOVE WS-BAND-ENTRY(WS-SHIFT-IDX)
				TO WS-BAND-ENTRY(WS-INSERT-IDX)
			SUBTRACT 1 FROM WS-INSERT-IDX
		END-PERFORM
		MOVE WS-ROW-CODE(WS-SCAN-IDX) TO WS-BAND-CODE(WS-INSERT-IDX)
		MOVE WS-ROW-LOW-VALUE(WS-SCAN-IDX)
			TO WS-BAND-LOW-VALUE(WS-INSERT-IDX)
		MOVE WS-ROW-HIGH-VALUE(WS-SCAN-IDX)
			TO WS-BAND-HIGH-VALUE(WS-INSERT-IDX)
		ADD 1 TO WS-BAND-COUNT
	END-IF.

4800-CHECK-ADJACENT-BANDS.
	IF WS-BAND-HIGH-VALUE(WS-BAND-IDX)
			NOT LESS THAN WS-BAND-LOW-VALUE(WS-BAND-IDX + 1)
		MOVE "OVERLAPPING BANDS" TO WS-SEM-TEXT
		MOVE WS-BAND-CODE(WS-BAND-IDX) TO WS-SEM-CODE-1
		MOVE WS-BAND-CODE(WS-BAND-IDX + 1) TO WS-SEM-CODE-2
		PERFORM 4900-NOTE-SET-ERROR
	ELSE
		IF WS-BAND-HIGH-VALUE(WS-BAND-IDX) + 1
				< WS-BAND-LOW-VALUE(WS-BAND-IDX + 1)
			MOVE "GAP BETWEEN BANDS" TO WS-SEM-TEXT
			MOVE WS-BAND-CODE(WS-BAND-IDX) TO WS-SEM-CODE-1
			MOVE WS-BAND-CODE(WS-BAND-IDX + 1) TO WS-SEM-CODE-2
			PERFORM 4900-NOTE-SET-ERROR
		END-IF
	END-IF.

4900-NOTE-SET-ERROR.
	MOVE "N" TO WS-SET-SWITCH
	MOVE WS-CHECK-DATE TO WS-SEM-DATE
	MOVE WS-SET-ERROR-MESSAGE TO WS-MESSAGE.

*>  REJECTION NEEDS NO SECOND OPERATOR - THE PROPOSER CAN WITHDRAW.
*>  A REASON KEYED ON SCREEN REPLACES THE PROPOSER'S ON THE AUDIT.
5000-REJECT-CHANGE.
	EXEC CICS READ FILE('OPPCHGF')
		INTO(WS-CHANGE-RECORD)
		RIDFLD(OPPCHG-RECORD-KEY)
		UPDATE
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP = DFHRESP(NORMAL)
		EXEC CICS DELETE FILE('OPPCHGF')
			RESP(WS-RESP)
		END-EXEC
		IF WS-RESP = DFHRESP(NORMAL)
			IF RSNI NOT = SPACES
				MOVE RSNI TO OPPCHG-REASON
			END-IF
			MOVE "CHANGE REJECTED - LIVE FILE NOT CHANGED" TO WS-MESSAGE
			MOVE "J" TO OPPAUD-EVENT
			PERFORM 6000-WRITE-AUDIT-RECORD
		ELSE
			MOVE "ERROR REJECTING CHANGE - SEE OPERATIONS" TO WS-MESSAGE
		END-IF
	ELSE
		MOVE "NO PENDING CHANGE FOR THAT ITEM" TO WS-MESSAGE
	END-IF.

5500-INQUIRE-ITEM.
	PERFORM 5600-READ-LIVE-ITEM
	EVALUATE TRUE
		WHEN LIVE-FOUND
			PERFORM 5650-FORMAT-LIVE-LINE
		WHEN LIVE-NOT-FOUND
			MOVE "NOT ON THE LIVE FILE" TO WS-DISP-LIVE
		WHEN OTHER
			MOVE "ERROR READING LIVE FILE - SEE OPERATIONS"
				TO WS-DISP-LIVE
	END-EVALUATE

	MOVE "N" TO WS-PENDING-SWITCH
	EXEC CICS READ FILE('OPPCHGF')
		INTO(WS-CHANGE-RECORD)
		RIDFLD(OPPCHG-RECORD-KEY)
		RESP(WS-RESP)
	END-EXEC
	IF WS-RESP = DFHRESP(NORMAL)
		SET PENDING-FOUND TO TRUE
		PERFORM 5680-FORMAT-PENDING-LINE
	ELSE
		MOVE "NONE" TO WS-DISP-PENDING
	END-IF

*>  FIELDS SHOW WHAT A CHECKER WOULD APPROVE WHEN A CHANGE IS
*>  PENDING, OTHERWISE THE LIVE VALUES READY FOR A MAKER TO EDIT.
	EVALUATE TRUE
		WHEN PENDING-FOUND
			PERFORM 5690-SHOW-CHANGE-IMAGE
			MOVE "ITEM DISPLAYED - FIELDS SHOW THE PENDING CHANGE"
				TO WS-MESSAGE
		WHEN LIVE-FOUND
			MOVE WS-LIVE-IMAGE TO OPPCHG-AFTER-IMAGE
			PERFORM 5695-SHOW-IMAGE-FIELDS
			MOVE "ITEM DISPLAYED - NO CHANGE PENDING" TO WS-MESSAGE
		WHEN OTHER
			MOVE "NOT ON THE LIVE FILE AND NO CHANGE PENDING"
				TO WS-MESSAGE
	END-EVALUATE.

5600-READ-LIVE-ITEM.
	MOVE SPACES TO WS-LIVE-IMAGE
	IF OPPCHG-BAND-FILE
		MOVE OPPCHG-ITEM-KEY TO OPBAND-CODE
		EXEC CICS READ FILE('OPBANDF')
			INTO(WS-BAND-RECORD)
			RIDFLD(OPBAND-CODE)
			RESP(WS-RESP)
		END-EXEC
		IF WS-RESP = DFHRESP(NORMAL)
			MOVE WS-BAND-RECORD TO WS-LIVE-IMAGE
		END-IF
	ELSE
		EXEC CICS READ FILE('OPTOLERF')
			INTO(WS-TOLER-RECORD)
			RIDFLD(WS-TOLER-RRN)
			RRN
			RESP(WS-RESP)
		END-EXEC
		IF WS-RESP = DFHRESP(NORMAL)
			MOVE WS-TOLER-RECORD TO WS-LIVE-IMAGE
		END-IF
	END-IF
	EVALUATE WS-RESP
		WHEN DFHRESP(NORMAL)
			SET LIVE-FOUND TO TRUE
		WHEN DFHRESP(NOTFND)
			SET LIVE-NOT-FOUND TO TRUE
		WHEN OTHER
			SET LIVE-READ-ERROR TO TRUE
	END-EVALUATE.

5650-FORMAT-LIVE-LINE.
	IF OPPCHG-BAND-FILE
		MOVE WS-LIVE-IMAGE TO WS-BAND-RECORD
		PERFORM 5660-BUILD-BAND-TEXT
		MOVE WS-BAND-TEXT TO WS-DISP-LIVE
	ELSE
		MOVE WS-LIVE-IMAGE TO WS-TOLER-RECORD
		PERFORM 5670-BUILD-TOLER-TEXT
		MOVE WS-TOLER-TEXT TO WS-DISP-LIVE
	END-IF.

5660-BUILD-BAND-TEXT.
	MOVE OPBAND-LOW-VALUE TO WS-BTX-LOW
	MOVE OPBAND-HIGH-VALUE TO WS-BTX-HIGH
	MOVE OPBAND-LABEL TO WS-BTX-LABEL
	MOVE OPBAND-EFF-FROM-DATE TO WS-BTX-FROM
	MOVE OPBAND-EFF-TO-DATE TO WS-BTX-TO.

5670-BUILD-TOLER-TEXT.
	MOVE OPTOLER-NOTNUM-WARN-PCT TO WS-TTX-NOTNUM-WARN
	MOVE OPTOLER-NOTNUM-FAIL-PCT TO WS-TTX-NOTNUM-FAIL
	MOVE OPTOLER-REJECT-WARN-PCT TO WS-TTX-REJECT-WARN
	MOVE OPTOLER-REJECT-FAIL-PCT TO WS-TTX-REJECT-FAIL
	MOVE OPTOLER-UNBANDED-WARN TO WS-TTX-UNBANDED-WARN
	MOVE OPTOLER-UNBANDED-FAIL TO WS-TTX-UNBANDED-FAIL.

5680-FORMAT-PENDING-LINE.
	EVALUATE TRUE
		WHEN OPPCHG-ACT-ADD
			MOVE "ADD" TO WS-PTX-ACTION
		WHEN OPPCHG-ACT-DELETE
			MOVE "DELETE" TO WS-PTX-ACTION
		WHEN OTHER
			MOVE "UPDATE" TO WS-PTX-ACTION
	END-EVALUATE
	MOVE OPPCHG-PROPOSED-BY TO WS-PTX-PROPOSED-BY
	MOVE OPPCHG-PROPOSED-DATE TO WS-PTX-DATE
	MOVE OPPCHG-PROPOSED-TIME TO WS-PTX-TIME
	MOVE OPPCHG-REASON TO WS-PTX-REASON
	MOVE WS-PENDING-TEXT TO WS-DISP-PENDING.

*>  A PENDING DELETE HAS NO AFTER IMAGE - SHOW THE ROW IT REMOVES.
5690-SHOW-CHANGE-IMAGE.
	MOVE OPPCHG-ACTION TO WS-DISP-ACTION
	MOVE OPPCHG-REASON TO WS-DISP-REASON
	IF OPPCHG-ACT-DELETE
		MOVE OPPCHG-BEFORE-IMAGE TO OPPCHG-AFTER-IMAGE
	END-IF
	PERFORM 5695-SHOW-IMAGE-FIELDS.

5695-SHOW-IMAGE-FIELDS.
	IF OPPCHG-BAND-FILE
		MOVE OPPCHG-AFTER-IMAGE TO WS-BAND-RECORD
		MOVE OPBAND-LOW-VALUE TO WS-EDIT-SIGNED
		MOVE WS-EDIT-SIGNED TO WS-DISP-BAND-LOW
		MOVE OPBAND-HIGH-VALUE TO WS-EDIT-SIGNED
		MOVE WS-EDIT-SIGNED TO WS-DISP-BAND-HIGH
		MOVE OPBAND-LABEL TO WS-DISP-BAND-LABEL
		MOVE OPBAND-EFF-FROM-DATE TO WS-DISP-BAND-FROM
		MOVE OPBAND-EFF-TO-DATE TO WS-DISP-BAND-TO
	ELSE
		MOVE OPPCHG-AFTER-IMAGE TO WS-TOLER-RECORD
		MOVE OPTOLER-NOTNUM-WARN-PCT TO WS-DISP-NOTNUM-WARN
		MOVE OPTOLER-NOTNUM-FAIL-PCT TO WS-DISP-NOTNUM-FAIL
		MOVE OPTOLER-REJECT-WARN-PCT TO WS-DISP-REJECT-WARN
		MOVE OPTOLER-REJECT-FAIL-PCT TO WS-DISP-REJECT-FAIL
		MOVE OPTOLER-UNBANDED-WARN TO WS-DISP-UNBANDED-WARN
		MOVE OPTOLER-UNBANDED-FAIL TO WS-DISP-UNBANDED-FAIL
	END-IF.

5700-BROWSE-PENDING.
	IF FTYPI = SPACES
		MOVE LOW-VALUES TO WS-BROWSE-KEY
	ELSE
		MOVE OPPCHG-RECORD-KEY TO WS-BROWSE-KEY
	END-IF
	MOVE ZERO TO WS-BROWSE-COUNT

	EXEC CICS STARTBR FILE('OPPCHGF')
		RIDFLD(WS-BROWSE-KEY)
		GTEQ
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP = DFHRESP(NORMAL)
		PERFORM 5750-READ-NEXT-PENDING
			UNTIL WS-BROWSE-COUNT = 3
			OR WS-RESP NOT = DFHRESP(NORMAL)
		EXEC CICS ENDBR FILE('OPPCHGF')
		END-EXEC
	END-IF

	IF WS-BROWSE-COUNT = ZERO
		MOVE "NO CHANGES PENDING FROM ENTERED KEY" TO WS-MESSAGE
	ELSE
		MOVE "PENDING CHANGES LISTED - ENTER I WITH FILE AND CODE FOR DETAIL"
			TO WS-MESSAGE
	END-IF.

5750-READ-NEXT-PENDING.
	EXEC CICS READNEXT FILE('OPPCHGF')
		INTO(WS-CHANGE-RECORD)
		RIDFLD(WS-BROWSE-KEY)
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP = DFHRESP(NORMAL)
		ADD 1 TO WS-BROWSE-COUNT
		MOVE OPPCHG-FILE-TYPE TO WS-LLB-FILE-TYPE
		MOVE OPPCHG-ITEM-KEY TO WS-LLB-ITEM
		MOVE OPPCHG-ACTION TO WS-LLB-ACTION
		MOVE OPPCHG-PROPOSED-BY TO WS-LLB-PROPOSED-BY
		MOVE OPPCHG-PROPOSED-DATE TO WS-LLB-DATE
		MOVE OPPCHG-PROPOSED-TIME TO WS-LLB-TIME
		MOVE OPPCHG-REASON TO WS-LLB-REASON
		EVALUATE WS-BROWSE-COUNT
			WHEN 1
				MOVE WS-LIST-LINE-BUILD TO WS-LIST-LINE-1
			WHEN 2
				MOVE WS-LIST-LINE-BUILD TO WS-LIST-LINE-2
			WHEN 3
				MOVE WS-LIST-LINE-BUILD TO WS-LIST-LINE-3
		END-EVALUATE
	END-IF.

6000-WRITE-AUDIT-RECORD.
	MOVE OPPCHG-FILE-TYPE TO OPPAUD-FILE-TYPE
	MOVE OPPCHG-ITEM-KEY TO OPPAUD-ITEM-KEY
	MOVE OPPCHG-ACTION TO OPPAUD-ACTION
	MOVE OPPCHG-BEFORE-IMAGE TO OPPAUD-BEFORE-IMAGE
	MOVE OPPCHG-AFTER-IMAGE TO OPPAUD-AFTER-IMAGE
	MOVE OPPCHG-REASON TO OPPAUD-REASON
	MOVE OPPCHG-PROPOSED-BY TO OPPAUD-PROPOSED-BY
	MOVE WS-OPERATOR-ID TO OPPAUD-OPERATOR-ID
	MOVE WS-TODAY TO OPPAUD-DATE
	MOVE WS-NOW-TIME TO OPPAUD-TIME

	EXEC CICS WRITEQ TD QUEUE('OPAU')
		FROM(WS-AUDIT-RECORD)
		LENGTH(165)
		RESP(WS-RESP)
	END-EXEC

	IF WS-RESP NOT = DFHRESP(NORMAL)
		MOVE "CHANGE RECORDED BUT AUDIT LOG FAILED - SEE OPERATIONS"
			TO WS-MESSAGE
	END-IF.

*>  THE SIGNED-ON USER ID, NOT THE TERMINAL, IS WHAT TELLS THE
*>  MAKER FROM THE CHECKER.
7000-STAMP-OPERATOR-AND-TIME.
	EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
	END-EXEC
	EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
		YYYYMMDD(WS-TODAY)
		TIME(WS-NOW-TIME)
	END-EXEC
	EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
	END-EXEC.

*>  EVERY INPUT FIELD GOES BACK WITH ITS MODIFIED TAG SET, SO VALUES
*>  SHOWN BY AN INQUIRY RETURN ON THE NEXT ENTER EVEN IF THE
*>  OPERATOR ONLY RETYPED ONE OF THEM.
8000-SEND-RESULT-MAP.
	MOVE LOW-VALUES TO OPPARMO
	MOVE OPPCHG-FILE-TYPE TO FTYPO
	IF OPPCHG-BAND-FILE
		MOVE OPPCHG-ITEM-KEY TO CODEO
	END-IF
	MOVE WS-MESSAGE TO MSGLO
	MOVE WS-DISP-ACTION TO ACTNO
	MOVE WS-DISP-BAND-LOW TO BLOWO
	MOVE WS-DISP-BAND-HIGH TO BHIO
	MOVE WS-DISP-BAND-LABEL TO BLBLO
	MOVE WS-DISP-BAND-FROM TO BFRMO
	MOVE WS-DISP-BAND-TO TO BTOO
	MOVE WS-DISP-NOTNUM-WARN TO NNWO
	MOVE WS-DISP-NOTNUM-FAIL TO NNFO
	MOVE WS-DISP-REJECT-WARN TO RJWO
	MOVE WS-DISP-REJECT-FAIL TO RJFO
	MOVE WS-DISP-UNBANDED-WARN TO UBWO
	MOVE WS-DISP-UNBANDED-FAIL TO UBFO
	MOVE WS-DISP-REASON TO RSNO
	MOVE WS-DISP-LIVE TO LIVEO
	MOVE WS-DISP-PENDING TO PENDO
	MOVE WS-LIST-LINE-1 TO LST1O
	MOVE WS-LIST-LINE-2 TO LST2O
	MOVE WS-LIST-LINE-3 TO LST3O
	MOVE DFHBMFSE TO FTYPA
	MOVE DFHBMFSE TO CODEA
	MOVE DFHBMFSE TO ACTNA
	MOVE DFHUNNUM TO BLOWA
	MOVE DFHUNNUM TO BHIA
	MOVE DFHBMFSE TO BLBLA
	MOVE DFHUNNUM TO BFRMA
	MOVE DFHUNNUM TO BTOA
	MOVE DFHUNNUM TO NNWA
	MOVE DFHUNNUM TO NNFA
	MOVE DFHUNNUM TO RJWA
	MOVE DFHUNNUM TO RJFA
	MOVE DFHUNNUM TO UBWA
	MOVE DFHUNNUM TO UBFA
	MOVE DFHBMFSE TO RSNA
	EXEC CICS SEND MAP('OPPARM') MAPSET('OPPARMM')
		DATAONLY CURSOR
	END-EXEC.

9000-END-SESSION.
	EXEC CICS SEND TEXT FROM(WS-MESSAGE) ERASE FREEKB
	END-EXEC
	EXEC CICS RETURN
	END-EXEC.
