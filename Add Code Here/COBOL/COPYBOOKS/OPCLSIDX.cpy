*> OPCLSIDX - classified-key index record layout.
*> One entry per operand record classified (disposition C) by
*> IFELSE, keyed by the record key plus the business date it was
*> classified on, carrying the value, classification and band the
*> record was posted with. OPCIXMGR merges each night's classified
*> output into the sequential index master and the KSDS copy of it
*> is what IFELSE reads to validate a reversal transaction: the
*> original must be on the index and not already reversed. A
*> reversed entry stays on the index (status V, with the business
*> date of the reversal) so a second reversal of the same record is
*> refused; entries drop off after the index retention window.
	05  OPCIX-INDEX-KEY.
		10  OPCIX-RECORD-KEY.
			15  OPCIX-SOURCE-SYSTEM  PIC X(04).
			15  OPCIX-SEQUENCE-NBR   PIC 9(06).
		10  OPCIX-BUSINESS-DATE      PIC 9(08).
	05  OPCIX-OPERAND-VALUE          PIC S9(7).
	05  OPCIX-CLASS-RESULT           PIC X(12).
	05  OPCIX-VALUE-BAND             PIC X(12).
	05  OPCIX-STATUS                 PIC X(01).
		88  OPCIX-ACTIVE             VALUE "A".
		88  OPCIX-REVERSED           VALUE "V".
	05  OPCIX-REVERSED-DATE          PIC 9(08).
