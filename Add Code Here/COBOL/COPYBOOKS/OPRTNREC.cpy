*> OPRTNREC - sender return file record layout.
*> OPSNDRTN writes one return file per sender on the OPSNDPRF
*> profile master, every night the classify step runs: a header, one
*> detail per record of the sender's that the stream did not
*> classify, and a trailer carrying the detail count and the value
*> hash total (sum of OPERAND1 over every detail whose operand is
*> numeric) so the sender can prove it read the whole file. A sender
*> with nothing returned still gets a header and a zero trailer -
*> "all clean" is a file, not silence. A rerun of an open business
*> date reissues that date's file; the later creation timestamp on
*> the header marks the one that stands.
*> The detail carries the record exactly as the sender delivered it
*> (the classification and band fields blanked), the business date
*> it was processed under, and a standard reason code:
*>   100 WRONG SOURCE   delivered in the wrong sender's drop box
*>   200 INVALID FMT    key, value, date or time failed the format edit
*>   300 NOT NUMERIC    310 OUT OF RANGE   320 DUPLICATE
*>   330 WRONG DATE     340 OP NOT NUM     341 OVERFLOW
*>   342 DIVIDE BY 0    343 BAD OP CODE    350 REV UNKNOWN
*>   351 ALREADY REVD   399 any other reason (text as logged)
*> OPINTAKE writes its wrong-source diversions in the same detail
*> format, addressed to the sender whose drop box they arrived in.
	05  OPRTN-RECORD-TYPE            PIC X(01).
		88  OPRTN-TYPE-HEADER        VALUE "H".
		88  OPRTN-TYPE-DETAIL        VALUE "D".
		88  OPRTN-TYPE-TRAILER       VALUE "T".
	05  OPRTN-SENDER-SYSTEM          PIC X(04).
	05  OPRTN-BUSINESS-DATE          PIC 9(08).
	05  OPRTN-RECORD-BODY            PIC X(87).
	05  OPRTN-DETAIL-BODY REDEFINES OPRTN-RECORD-BODY.
		10  OPRTN-REASON-CODE        PIC X(03).
		10  OPRTN-REASON-TEXT        PIC X(12).
		10  OPRTN-ORIGINAL-RECORD    PIC X(64).
		10  FILLER                   PIC X(08).
	05  OPRTN-HEADER-BODY REDEFINES OPRTN-RECORD-BODY.
		10  OPRTN-CREATED-DATE       PIC 9(08).
		10  OPRTN-CREATED-TIME       PIC 9(06).
		10  FILLER                   PIC X(73).
	05  OPRTN-TRAILER-BODY REDEFINES OPRTN-RECORD-BODY.
		10  OPRTN-DETAIL-COUNT       PIC 9(09).
		10  OPRTN-VALUE-HASH         PIC S9(13).
		10  FILLER                   PIC X(65).
