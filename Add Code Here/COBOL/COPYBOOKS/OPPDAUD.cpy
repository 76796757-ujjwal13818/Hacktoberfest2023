*> OPPDAUD - accounting period close/reopen audit record layout.
*> Written by OPMCLOSE each time a month is closed or reopened,
*> carrying the operator who signed the close or authorized the
*> reopen, the period's status before the event, the reason given,
*> and a timestamp. The period status master only says what state
*> a month is in now; these records, appended to the period audit
*> file, are the evidence of how it got there - a reopened month
*> cannot quietly lose its closed history.
	05  OPPDA-EVENT                  PIC X(01).
		88  OPPDA-EVT-CLOSED         VALUE "C".
		88  OPPDA-EVT-REOPENED       VALUE "R".
	05  OPPDA-PERIOD                 PIC 9(06).
	05  OPPDA-PRIOR-STATUS           PIC X(01).
	05  OPPDA-OPERATOR-ID            PIC X(08).
	05  OPPDA-REASON                 PIC X(40).
	05  OPPDA-TIMESTAMP.
		10  OPPDA-DATE               PIC 9(08).
		10  OPPDA-TIME               PIC 9(06).
