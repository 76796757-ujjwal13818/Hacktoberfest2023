IDENTIFICATION DIVISION.
PROGRAM-ID. OPSNDRTN.
*> OPSNDRTN - per-sender return file step, run at the end of the
*> daily job once the classify step has finished. Everything a
*> sender got wrong used to be scattered over the intake's OPINTREJ
*> rejects, the sort step's VALREJ format rejects, and the E/R/D/W
*> dispositions on OPCLSOUT, and the sender heard about it by phone.
*> This program gathers all three for every sender on the OPSNDPRF
*> profile master and writes one return file per sender (OPRTNREC
*> layout) to that sender's outbox: a header, one detail per record
*> not classified - the record as delivered, a standard reason code,
*> and the business date - and a trailer with the count and value
*> hash. Profile slot N drives outbox DD OPRTNON, the same slot
*> numbering as the intake drop boxes. Every configured sender gets
*> a file, empty ones included, so "all clean" is distinguishable
*> from "never sent".
*> Inputs: the intake's whole-record wrong-source diversions
*> (OPINTRTN, already addressed to the drop box's sender), the
*> VALREJ format rejects (OPVALREJ), and the day's OPCLSOUT
*> generation (OPCLSIN). A compute transaction rejected after its
*> arithmetic goes back with the computed result in OPERAND1, as it
*> stands on OPCLSOUT. A record whose source matches no profile is
*> counted and listed as unrouted. Return code 4 flags unrouted
*> records or a missing optional input; 16 is a setup failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SENDER-PROFILE-FILE ASSIGN TO OPSNDPRM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARM-STATUS.
	SELECT RUN-CONTROL-IN-FILE ASSIGN TO OPRCTLIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RUNCTL-IN-STATUS.
	SELECT INTAKE-RETURN-FILE ASSIGN TO OPINTRTN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-INTAKE-STATUS.
	SELECT FORMAT-REJECT-FILE ASSIGN TO OPVALREJ
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-FORMAT-STATUS.
	SELECT CLASSIFIED-IN-FILE ASSIGN TO OPCLSIN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CLASSIFIED-STATUS.
	SELECT RETURN-1-FILE ASSIGN TO OPRTNO1
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-1-STATUS.
	SELECT RETURN-2-FILE ASSIGN TO OPRTNO2
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-2-STATUS.
	SELECT RETURN-3-FILE ASSIGN TO OPRTNO3
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-3-STATUS.
	SELECT RETURN-4-FILE ASSIGN TO OPRTNO4
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-4-STATUS.
	SELECT RETURN-5-FILE ASSIGN TO OPRTNO5
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-5-STATUS.
	SELECT RETURN-6-FILE ASSIGN TO OPRTNO6
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-6-STATUS.
	SELECT RETURN-7-FILE ASSIGN TO OPRTNO7
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-7-STATUS.
	SELECT RETURN-8-FILE ASSIGN TO OPRTNO8
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-8-STATUS.
	SELECT RETURN-REPORT-FILE ASSIGN TO OPRTNRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SENDER-PROFILE-FILE
	RECORDING MODE IS F.
01  SENDER-PROFILE-RECORD.
	COPY OPSNDPRF.
FD  RUN-CONTROL-IN-FILE
	RECORDING MODE IS F.
01  RUN-CONTROL-IN-RECORD            PIC X(37).
FD  INTAKE-RETURN-FILE
	RECORDING MODE IS F.
01  INTAKE-RETURN-RECORD             PIC X(100).
FD  FORMAT-REJECT-FILE
	RECORDING MODE IS F.
01  FORMAT-REJECT-RECORD             PIC X(64).
FD  CLASSIFIED-IN-FILE
	RECORDING MODE IS F.
01  CLASSIFIED-IN-RECORD.
	COPY OPCLSOUT.
FD  RETURN-1-FILE
	RECORDING MODE IS F.
01  RETURN-1-RECORD                  PIC X(100).
FD  RETURN-2-FILE
	RECORDING MODE IS F.
01  RETURN-2-RECORD                  PIC X(100).
FD  RETURN-3-FILE
	RECORDING MODE IS F.
01  RETURN-3-RECORD                  PIC X(100).
FD  RETURN-4-FILE
	RECORDING MODE IS F.
01  RETURN-4-RECORD                  PIC X(100).
FD  RETURN-5-FILE
	RECORDING MODE IS F.
01  RETURN-5-RECORD                  PIC X(100).
FD  RETURN-6-FILE
	RECORDING MODE IS F.
01  RETURN-6-RECORD                  PIC X(100).
FD  RETURN-7-FILE
	RECORDING MODE IS F.
01  RETURN-7-RECORD                  PIC X(100).
FD  RETURN-8-FILE
	RECORDING MODE IS F.
01  RETURN-8-RECORD                  PIC X(100).
FD  RETURN-REPORT-FILE
	RECORDING MODE IS F.
01  RETURN-REPORT-LINE               PIC X(80).
WORKING-STORAGE SECTION.
	77 WS-PARM-STATUS PIC XX.
	77 WS-RUNCTL-IN-STATUS PIC XX.
	77 WS-INTAKE-STATUS PIC XX.
	77 WS-FORMAT-STATUS PIC XX.
	77 WS-CLASSIFIED-STATUS PIC XX.
	77 WS-RETURN-1-STATUS PIC XX.
	77 WS-RETURN-2-STATUS PIC XX.
	77 WS-RETURN-3-STATUS PIC XX.
	77 WS-RETURN-4-STATUS PIC XX.
	77 WS-RETURN-5-STATUS PIC XX.
	77 WS-RETURN-6-STATUS PIC XX.
	77 WS-RETURN-7-STATUS PIC XX.
	77 WS-RETURN-8-STATUS PIC XX.
	77 WS-REPORT-STATUS PIC XX.

	01  WS-RUN-CONTROL-RECORD.
		COPY OPRUNCTL.
	77  WS-RUNCTL-SWITCH PIC X VALUE "N".
		88  RUNCTL-AVAILABLE VALUE "Y".

	01  WS-RETURN-WORK-RECORD.
		COPY OPRTNREC.

	01  WS-OPERAND-WORK-RECORD.
		COPY OPRECORD.

*>  ONE SLOT PER SENDER PROFILE - SLOT N IS OUTBOX DD OPRTNON.
	77  WS-SENDER-MAX PIC 9(02) VALUE 8.
	77  WS-SENDER-COUNT PIC 9(02) VALUE ZERO.
	77  WS-SENDER-IDX PIC 9(02) VALUE ZERO.
	77  WS-SENDER-SLOT PIC 9(02) VALUE ZERO.
	77  WS-ROUTE-SOURCE PIC X(04) VALUE SPACES.
	01  WS-SENDER-TABLE.
		05  WS-RTN-ENTRY OCCURS 8 TIMES.
			10  WS-RTN-SENDER        PIC X(04) VALUE SPACES.
			10  WS-RTN-INTAKE-COUNT  PIC 9(07) VALUE ZERO.
			10  WS-RTN-FORMAT-COUNT  PIC 9(07) VALUE ZERO.
			10  WS-RTN-CLASSIFY-COUNT PIC 9(07) VALUE ZERO.
			10  WS-RTN-DETAIL-COUNT  PIC 9(09) VALUE ZERO.
			10  WS-RTN-VALUE-HASH    PIC S9(13) VALUE ZERO.

*>  WHICH INPUT THE DETAIL BEING ROUTED CAME FROM, FOR THE
*>  PER-SENDER BREAKDOWN ON THE REPORT.
	77  WS-INPUT-SWITCH PIC X VALUE SPACE.
		88  FROM-INTAKE VALUE "I".
		88  FROM-FORMAT-EDIT VALUE "F".
		88  FROM-CLASSIFY VALUE "C".

	77  WS-INTAKE-READ PIC 9(07) VALUE ZERO.
	77  WS-FORMAT-READ PIC 9(07) VALUE ZERO.
	77  WS-CLASSIFIED-READ PIC 9(09) VALUE ZERO.
	77  WS-UNROUTED-COUNT PIC 9(07) VALUE ZERO.
	77  WS-RETURNED-TOTAL PIC 9(09) VALUE ZERO.
	77  WS-WARN-SWITCH PIC X VALUE "N".
		88  RETURN-WARNING VALUE "Y".

	01  WS-CURRENT-DATE-TIME.
		05  WS-CURR-DATE-8           PIC 9(08).
		05  WS-CURR-TIME-6           PIC 9(06).
		05  FILLER                   PIC X(07).
	77  WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.

	01  WS-REPORT-HEADING-1.
		05  FILLER PIC X(42) VALUE
			"SENDER RETURN FILE REPORT - BUSINESS DATE".
		05  FILLER PIC X(01) VALUE SPACES.
		05  WS-HDG-DATE PIC 9(08).
		05  FILLER PIC X(29) VALUE SPACES.

	01  WS-REPORT-HEADING-2.
		05  FILLER PIC X(44) VALUE
			"SLT SNDR   INTAKE   FORMAT CLASSIFY RETURNED".
		05  FILLER PIC X(36) VALUE
			"          VALUE HASH".

	01  WS-RETURN-DETAIL-LINE.
		05  WS-RDL-SLOT      PIC 9(01).
		05  FILLER           PIC X(3) VALUE SPACES.
		05  WS-RDL-SENDER    PIC X(04).
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RDL-INTAKE    PIC ZZZ,ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RDL-FORMAT    PIC ZZZ,ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RDL-CLASSIFY  PIC ZZZ,ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RDL-RETURNED  PIC ZZZ,ZZ9.
		05  FILLER           PIC X(2) VALUE SPACES.
		05  WS-RDL-HASH      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER           PIC X(16) VALUE SPACES.

	01  WS-REPORT-SUMMARY-LINE.
		05  WS-SUM-LABEL      PIC X(28).
		05  WS-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
		05  FILLER            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-CONTROL.
	PERFORM 1000-INITIALIZE
	PERFORM 3000-RETURN-INTAKE-DIVERSIONS
	PERFORM 3100-RETURN-FORMAT-REJECTS
	PERFORM 3200-RETURN-UNCLASSIFIED
	PERFORM 6000-WRITE-TRAILERS
	PERFORM 7000-WRITE-RETURN-REPORT
	PERFORM 9000-TERMINATE
	IF RETURN-WARNING
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF
	STOP RUN.

1000-INITIALIZE.
	MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
	MOVE WS-CURR-DATE-8 TO WS-BUSINESS-DATE
	PERFORM 1050-LOAD-RUN-CONTROL
	PERFORM 1100-LOAD-SENDER-PROFILES
	OPEN INPUT CLASSIFIED-IN-FILE
	IF WS-CLASSIFIED-STATUS NOT = "00"
		DISPLAY "OPSNDRTN - UNABLE TO OPEN CLASSIFIED-IN-FILE, "
			"STATUS = " WS-CLASSIFIED-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT RETURN-REPORT-FILE
	IF WS-REPORT-STATUS NOT = "00"
		DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-REPORT-FILE, "
			"STATUS = " WS-REPORT-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1200-OPEN-RETURN-FILES
	PERFORM 1300-WRITE-HEADERS.

1050-LOAD-RUN-CONTROL.
	OPEN INPUT RUN-CONTROL-IN-FILE
	IF WS-RUNCTL-IN-STATUS = "00"
		READ RUN-CONTROL-IN-FILE INTO WS-RUN-CONTROL-RECORD
			AT END MOVE "10" TO WS-RUNCTL-IN-STATUS
		END-READ
		IF WS-RUNCTL-IN-STATUS = "00"
			SET RUNCTL-AVAILABLE TO TRUE
*>          DRAIN TO THE LAST RECORD - THE RUN-CONTROL DATASET CAN
*>          HOLD A STARTED AND A COMPLETED RECORD FROM THE RUN.
			PERFORM UNTIL WS-RUNCTL-IN-STATUS NOT = "00"
				READ RUN-CONTROL-IN-FILE INTO WS-RUN-CONTROL-RECORD
					AT END MOVE "10" TO WS-RUNCTL-IN-STATUS
				END-READ
			END-PERFORM
			MOVE OPRCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
		ELSE
			DISPLAY "WARNING - RUN CONTROL FILE EMPTY, USING "
				"CURRENT DATE AS BUSINESS DATE"
		END-IF
		CLOSE RUN-CONTROL-IN-FILE
	ELSE
		DISPLAY "WARNING - RUN CONTROL FILE NOT AVAILABLE, USING "
			"CURRENT DATE AS BUSINESS DATE"
	END-IF.

1100-LOAD-SENDER-PROFILES.
	OPEN INPUT SENDER-PROFILE-FILE
	IF WS-PARM-STATUS NOT = "00"
		DISPLAY "OPSNDRTN - UNABLE TO OPEN SENDER-PROFILE-FILE, "
			"STATUS = " WS-PARM-STATUS
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-PARM-STATUS NOT = "00"
			OR WS-SENDER-COUNT = WS-SENDER-MAX
		READ SENDER-PROFILE-FILE
			AT END MOVE "10" TO WS-PARM-STATUS
		END-READ
		IF WS-PARM-STATUS = "00"
			ADD 1 TO WS-SENDER-COUNT
			MOVE OPSNDP-SOURCE-SYSTEM
				TO WS-RTN-SENDER(WS-SENDER-COUNT)
		END-IF
	END-PERFORM
*>  A SENDER BEYOND THE OUTBOX SLOTS WOULD NEVER HEAR ABOUT ITS
*>  RETURNS - ITS RECORDS FALL TO UNROUTED AND THE RUN ENDS RC 4.
	IF WS-SENDER-COUNT = WS-SENDER-MAX AND WS-PARM-STATUS = "00"
		DISPLAY "WARNING - MORE THAN " WS-SENDER-MAX
			" SENDER PROFILES, REMAINDER GET NO RETURN FILE - ADD "
			"OUTBOX SLOTS BEFORE ONBOARDING ANOTHER SENDER"
		SET RETURN-WARNING TO TRUE
	END-IF
	CLOSE SENDER-PROFILE-FILE
	IF WS-SENDER-COUNT = ZERO
		DISPLAY "OPSNDRTN - NO SENDER PROFILES CONFIGURED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1200-OPEN-RETURN-FILES.
	IF WS-SENDER-COUNT NOT LESS THAN 1
		OPEN OUTPUT RETURN-1-FILE
		IF WS-RETURN-1-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-1-FILE, STATUS = "
				WS-RETURN-1-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 2
		OPEN OUTPUT RETURN-2-FILE
		IF WS-RETURN-2-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-2-FILE, STATUS = "
				WS-RETURN-2-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 3
		OPEN OUTPUT RETURN-3-FILE
		IF WS-RETURN-3-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-3-FILE, STATUS = "
				WS-RETURN-3-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 4
		OPEN OUTPUT RETURN-4-FILE
		IF WS-RETURN-4-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-4-FILE, STATUS = "
				WS-RETURN-4-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 5
		OPEN OUTPUT RETURN-5-FILE
		IF WS-RETURN-5-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-5-FILE, STATUS = "
				WS-RETURN-5-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 6
		OPEN OUTPUT RETURN-6-FILE
		IF WS-RETURN-6-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-6-FILE, STATUS = "
				WS-RETURN-6-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 7
		OPEN OUTPUT RETURN-7-FILE
		IF WS-RETURN-7-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-7-FILE, STATUS = "
				WS-RETURN-7-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 8
		OPEN OUTPUT RETURN-8-FILE
		IF WS-RETURN-8-STATUS NOT = "00"
			DISPLAY "OPSNDRTN - UNABLE TO OPEN RETURN-8-FILE, STATUS = "
				WS-RETURN-8-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

1300-WRITE-HEADERS.
	PERFORM VARYING WS-SENDER-IDX FROM 1 BY 1
			UNTIL WS-SENDER-IDX > WS-SENDER-COUNT
		MOVE SPACES TO WS-RETURN-WORK-RECORD
		SET OPRTN-TYPE-HEADER TO TRUE
		MOVE WS-RTN-SENDER(WS-SENDER-IDX) TO OPRTN-SENDER-SYSTEM
		MOVE WS-BUSINESS-DATE TO OPRTN-BUSINESS-DATE
		MOVE WS-CURR-DATE-8 TO OPRTN-CREATED-DATE
		MOVE WS-CURR-TIME-6 TO OPRTN-CREATED-TIME
		PERFORM 5000-WRITE-RETURN-RECORD
	END-PERFORM.

*>  THE INTAKE'S DIVERSIONS ARRIVE READY-MADE AS RETURN DETAILS,
*>  ADDRESSED TO THE SENDER WHOSE DROP BOX THEY CAME IN - THE KEY
*>  ON THE RECORD ITSELF NAMES SOME OTHER SOURCE.
3000-RETURN-INTAKE-DIVERSIONS.
	SET FROM-INTAKE TO TRUE
	OPEN INPUT INTAKE-RETURN-FILE
	IF WS-INTAKE-STATUS = "00"
		PERFORM UNTIL WS-INTAKE-STATUS NOT = "00"
			READ INTAKE-RETURN-FILE INTO WS-RETURN-WORK-RECORD
				AT END MOVE "10" TO WS-INTAKE-STATUS
			END-READ
			IF WS-INTAKE-STATUS = "00"
				ADD 1 TO WS-INTAKE-READ
				MOVE OPRTN-SENDER-SYSTEM TO WS-ROUTE-SOURCE
				MOVE OPRTN-ORIGINAL-RECORD TO WS-OPERAND-WORK-RECORD
				PERFORM 4000-ROUTE-RETURN-DETAIL
			END-IF
		END-PERFORM
		CLOSE INTAKE-RETURN-FILE
	ELSE
		DISPLAY "WARNING - INTAKE DIVERSION FILE NOT AVAILABLE, "
			"STATUS = " WS-INTAKE-STATUS
			" - WRONG-SOURCE RECORDS NOT RETURNED"
		SET RETURN-WARNING TO TRUE
	END-IF.

*>  A FORMAT REJECT NEVER REACHED THE CLASSIFY STEP, SO IT GOES
*>  BACK UNDER THE RUN'S BUSINESS DATE - ITS OWN OP-DATE MAY BE
*>  EXACTLY THE FIELD THAT FAILED THE EDIT.
3100-RETURN-FORMAT-REJECTS.
	SET FROM-FORMAT-EDIT TO TRUE
	OPEN INPUT FORMAT-REJECT-FILE
	IF WS-FORMAT-STATUS = "00"
		PERFORM UNTIL WS-FORMAT-STATUS NOT = "00"
			READ FORMAT-REJECT-FILE
				AT END MOVE "10" TO WS-FORMAT-STATUS
			END-READ
			IF WS-FORMAT-STATUS = "00"
				ADD 1 TO WS-FORMAT-READ
				MOVE FORMAT-REJECT-RECORD TO WS-OPERAND-WORK-RECORD
				MOVE SPACES TO WS-RETURN-WORK-RECORD
				MOVE WS-BUSINESS-DATE TO OPRTN-BUSINESS-DATE
				MOVE "INVALID FMT" TO OPRTN-REASON-TEXT
				MOVE OP-SOURCE-SYSTEM TO WS-ROUTE-SOURCE
				PERFORM 4000-ROUTE-RETURN-DETAIL
			END-IF
		END-PERFORM
		CLOSE FORMAT-REJECT-FILE
	ELSE
		DISPLAY "WARNING - FORMAT REJECT FILE NOT AVAILABLE, "
			"STATUS = " WS-FORMAT-STATUS
			" - FORMAT REJECTS NOT RETURNED"
		SET RETURN-WARNING TO TRUE
	END-IF.

*>  OPCLSOUT CARRIES THE REASON IN THE CLASSIFICATION RESULT FOR
*>  EVERY E/R/D/W RECORD. A WRONG-DATE RECORD GOES BACK UNDER THE
*>  RUN'S BUSINESS DATE (ITS OWN DATE IS THE PROBLEM); THE REST
*>  UNDER THE DATE THEY WERE PROCESSED FOR.
3200-RETURN-UNCLASSIFIED.
	SET FROM-CLASSIFY TO TRUE
	PERFORM UNTIL WS-CLASSIFIED-STATUS NOT = "00"
		READ CLASSIFIED-IN-FILE
			AT END MOVE "10" TO WS-CLASSIFIED-STATUS
		END-READ
		IF WS-CLASSIFIED-STATUS = "00"
			ADD 1 TO WS-CLASSIFIED-READ
			IF OPCLS-DISP-EXCEPTION OR OPCLS-DISP-REJECTED
			   OR OPCLS-DISP-DUPLICATE OR OPCLS-DISP-WRONG-DATE
				MOVE OPCLS-OPERAND-DATA TO WS-OPERAND-WORK-RECORD
				MOVE SPACES TO WS-RETURN-WORK-RECORD
				IF OPCLS-DISP-WRONG-DATE OR OP-DATE IS NOT NUMERIC
					MOVE WS-BUSINESS-DATE TO OPRTN-BUSINESS-DATE
				ELSE
					MOVE OP-DATE TO OPRTN-BUSINESS-DATE
				END-IF
				MOVE OP-CLASSIFICATION-RESULT TO OPRTN-REASON-TEXT
				MOVE SPACES TO OP-CLASSIFICATION-RESULT
				MOVE SPACES TO OP-VALUE-BAND-RESULT
				MOVE OP-SOURCE-SYSTEM TO WS-ROUTE-SOURCE
				PERFORM 4000-ROUTE-RETURN-DETAIL
			END-IF
		END-IF
	END-PERFORM.

*>  COMMON TAIL FOR ALL THREE INPUTS: WS-OPERAND-WORK-RECORD HOLDS
*>  THE RECORD AS DELIVERED, WS-RETURN-WORK-RECORD THE BUSINESS
*>  DATE AND REASON TEXT, WS-ROUTE-SOURCE THE SENDER IT GOES TO.
4000-ROUTE-RETURN-DETAIL.
	MOVE ZERO TO WS-SENDER-SLOT
	PERFORM VARYING WS-SENDER-IDX FROM 1 BY 1
			UNTIL WS-SENDER-IDX > WS-SENDER-COUNT OR WS-SENDER-SLOT > ZERO
		IF WS-RTN-SENDER(WS-SENDER-IDX) = WS-ROUTE-SOURCE
			MOVE WS-SENDER-IDX TO WS-SENDER-SLOT
		END-IF
	END-PERFORM
	MOVE WS-SENDER-SLOT TO WS-SENDER-IDX
	IF WS-SENDER-SLOT = ZERO
		ADD 1 TO WS-UNROUTED-COUNT
		SET RETURN-WARNING TO TRUE
		DISPLAY "OPSNDRTN - NO SENDER PROFILE FOR SOURCE "
			WS-ROUTE-SOURCE " - RECORD " OP-RECORD-KEY
			" " OPRTN-REASON-TEXT " NOT RETURNED"
	ELSE
		SET OPRTN-TYPE-DETAIL TO TRUE
		MOVE WS-ROUTE-SOURCE TO OPRTN-SENDER-SYSTEM
		MOVE WS-OPERAND-WORK-RECORD TO OPRTN-ORIGINAL-RECORD
		PERFORM 4100-ASSIGN-REASON-CODE
		PERFORM 5000-WRITE-RETURN-RECORD
		ADD 1 TO WS-RTN-DETAIL-COUNT(WS-SENDER-IDX)
		ADD 1 TO WS-RETURNED-TOTAL
		IF OPERAND1 IS NUMERIC
			ADD OPERAND1 TO WS-RTN-VALUE-HASH(WS-SENDER-IDX)
		END-IF
		EVALUATE TRUE
			WHEN FROM-INTAKE
				ADD 1 TO WS-RTN-INTAKE-COUNT(WS-SENDER-IDX)
			WHEN FROM-FORMAT-EDIT
				ADD 1 TO WS-RTN-FORMAT-COUNT(WS-SENDER-IDX)
			WHEN OTHER
				ADD 1 TO WS-RTN-CLASSIFY-COUNT(WS-SENDER-IDX)
		END-EVALUATE
	END-IF.

*>  THE STANDARD CODES SENDERS MATCH ON - SEE OPRTNREC. THE REASON
*>  TEXT TRAVELS WITH THE CODE, SO A NEW REASON ADDED UPSTREAM STILL
*>  READS SENSIBLY UNDER 399 UNTIL IT IS GIVEN A CODE OF ITS OWN.
4100-ASSIGN-REASON-CODE.
	EVALUATE OPRTN-REASON-TEXT
		WHEN "WRONG SOURCE"
			MOVE "100" TO OPRTN-REASON-CODE
		WHEN "INVALID FMT"
			MOVE "200" TO OPRTN-REASON-CODE
		WHEN "NOT NUMERIC"
			MOVE "300" TO OPRTN-REASON-CODE
		WHEN "OUT OF RANGE"
			MOVE "310" TO OPRTN-REASON-CODE
		WHEN "DUPLICATE"
			MOVE "320" TO OPRTN-REASON-CODE
		WHEN "WRONG DATE"
			MOVE "330" TO OPRTN-REASON-CODE
		WHEN "OP NOT NUM"
			MOVE "340" TO OPRTN-REASON-CODE
		WHEN "OVERFLOW"
			MOVE "341" TO OPRTN-REASON-CODE
		WHEN "DIVIDE BY 0"
			MOVE "342" TO OPRTN-REASON-CODE
		WHEN "BAD OP CODE"
			MOVE "343" TO OPRTN-REASON-CODE
		WHEN "REV UNKNOWN"
			MOVE "350" TO OPRTN-REASON-CODE
		WHEN "ALREADY REVD"
			MOVE "351" TO OPRTN-REASON-CODE
		WHEN OTHER
			MOVE "399" TO OPRTN-REASON-CODE
	END-EVALUATE.

*>  WS-RETURN-WORK-RECORD IS THE STAGING AREA FOR HEADERS, DETAILS,
*>  AND TRAILERS ALIKE, SO EVERY OUTBOX WRITE FUNNELS THROUGH HERE.
5000-WRITE-RETURN-RECORD.
	EVALUATE WS-SENDER-IDX
		WHEN 1
			WRITE RETURN-1-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 2
			WRITE RETURN-2-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 3
			WRITE RETURN-3-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 4
			WRITE RETURN-4-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 5
			WRITE RETURN-5-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 6
			WRITE RETURN-6-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 7
			WRITE RETURN-7-RECORD FROM WS-RETURN-WORK-RECORD
		WHEN 8
			WRITE RETURN-8-RECORD FROM WS-RETURN-WORK-RECORD
	END-EVALUATE.

6000-WRITE-TRAILERS.
	PERFORM VARYING WS-SENDER-IDX FROM 1 BY 1
			UNTIL WS-SENDER-IDX > WS-SENDER-COUNT
		MOVE SPACES TO WS-RETURN-WORK-RECORD
		SET OPRTN-TYPE-TRAILER TO TRUE
		MOVE WS-RTN-SENDER(WS-SENDER-IDX) TO OPRTN-SENDER-SYSTEM
		MOVE WS-BUSINESS-DATE TO OPRTN-BUSINESS-DATE
		MOVE WS-RTN-DETAIL-COUNT(WS-SENDER-IDX) TO OPRTN-DETAIL-COUNT
		MOVE WS-RTN-VALUE-HASH(WS-SENDER-IDX) TO OPRTN-VALUE-HASH
		PERFORM 5000-WRITE-RETURN-RECORD
	END-PERFORM.

7000-WRITE-RETURN-REPORT.
	MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-HEADING-1
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-HEADING-2
	PERFORM VARYING WS-SENDER-IDX FROM 1 BY 1
			UNTIL WS-SENDER-IDX > WS-SENDER-COUNT
		MOVE WS-SENDER-IDX TO WS-RDL-SLOT
		MOVE WS-RTN-SENDER(WS-SENDER-IDX) TO WS-RDL-SENDER
		MOVE WS-RTN-INTAKE-COUNT(WS-SENDER-IDX) TO WS-RDL-INTAKE
		MOVE WS-RTN-FORMAT-COUNT(WS-SENDER-IDX) TO WS-RDL-FORMAT
		MOVE WS-RTN-CLASSIFY-COUNT(WS-SENDER-IDX) TO WS-RDL-CLASSIFY
		MOVE WS-RTN-DETAIL-COUNT(WS-SENDER-IDX) TO WS-RDL-RETURNED
		MOVE WS-RTN-VALUE-HASH(WS-SENDER-IDX) TO WS-RDL-HASH
		WRITE RETURN-REPORT-LINE FROM WS-RETURN-DETAIL-LINE
	END-PERFORM
	MOVE SPACES TO RETURN-REPORT-LINE
	WRITE RETURN-REPORT-LINE
	MOVE "INTAKE DIVERSIONS READ" TO WS-SUM-LABEL
	MOVE WS-INTAKE-READ TO WS-SUM-COUNT
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "FORMAT REJECTS READ" TO WS-SUM-LABEL
	MOVE WS-FORMAT-READ TO WS-SUM-COUNT
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "CLASSIFIED RECORDS READ" TO WS-SUM-LABEL
	MOVE WS-CLASSIFIED-READ TO WS-SUM-COUNT
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "RECORDS RETURNED" TO WS-SUM-LABEL
	MOVE WS-RETURNED-TOTAL TO WS-SUM-COUNT
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE
	MOVE "UNROUTED - NO PROFILE" TO WS-SUM-LABEL
	MOVE WS-UNROUTED-COUNT TO WS-SUM-COUNT
	WRITE RETURN-REPORT-LINE FROM WS-REPORT-SUMMARY-LINE.

9000-TERMINATE.
	CLOSE CLASSIFIED-IN-FILE
	IF WS-SENDER-COUNT NOT LESS THAN 1
		CLOSE RETURN-1-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 2
		CLOSE RETURN-2-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 3
		CLOSE RETURN-3-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 4
		CLOSE RETURN-4-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 5
		CLOSE RETURN-5-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 6
		CLOSE RETURN-6-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 7
		CLOSE RETURN-7-FILE
	END-IF
	IF WS-SENDER-COUNT NOT LESS THAN 8
		CLOSE RETURN-8-FILE
	END-IF
	CLOSE RETURN-REPORT-FILE.
