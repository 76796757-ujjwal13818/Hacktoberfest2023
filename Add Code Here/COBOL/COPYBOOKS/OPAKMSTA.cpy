*> OPAKMSTA - extract acknowledgment match status record layout.
*> Written by OPACKMAT next to its printed match report, one record
*> per extract it matched (and one per acknowledgment that matched
*> no extract), and appended to the acknowledgment-match history so
*> "was this extract confirmed" is a field a program can read. The
*> OPMCLOSE month-end close requires a confirmed record for every
*> extract cut on every business date of the month.
	05  OPAKM-CONSUMER-CODE          PIC X(08).
	05  OPAKM-BUSINESS-DATE          PIC 9(08).
	05  OPAKM-RECORD-COUNT           PIC 9(09).
	05  OPAKM-VALUE-HASH             PIC S9(13).
	05  OPAKM-RESULT                 PIC X(01).
		88  OPAKM-CONFIRMED          VALUE "C".
		88  OPAKM-MISMATCHED         VALUE "M".
		88  OPAKM-UNCONFIRMED        VALUE "U".
		88  OPAKM-NO-EXTRACT         VALUE "X".
	05  OPAKM-MATCHED-DATE           PIC 9(08).
