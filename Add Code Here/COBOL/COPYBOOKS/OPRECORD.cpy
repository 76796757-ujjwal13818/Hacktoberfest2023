*> key; IFELSE classifies it normally but leaves it out of the
*> per-source sequence-gap tracking, since its old sequence number
*> would otherwise log a false gap against the day's real records.
*> A reversal (TRANSACTION-TYPE "V") backs out a record classified
*> and posted on an earlier business date: OP-RECORD-KEY carries the
*> original record's key and OP-REVERSED-DATE (redefining the compute
*> fields, which a reversal never uses) the original's business date.
*> IFELSE looks the original up on the classified-key index and
*> writes the reversal out with the original's value, class and band
*> so OPVALSUM can post the offset; like a resubmit it stays out of
*> the sequence-gap and duplicate-key tracking.
	05  OP-RECORD-KEY.
		10  OP-SOURCE-SYSTEM         PIC X(04).
		10  OP-SEQUENCE-NBR          PIC 9(06).
	05  OP-TRANSACTION-TYPE          PIC X(01).
		88  OP-TRANS-COMPUTE         VALUE "C".
		88  OP-TRANS-RESUBMIT        VALUE "R".
		88  OP-TRANS-REVERSAL        VALUE "V".
	05  OP-COMPUTE-DATA.
		10  OPERAND2                 PIC S9(7).
		10  OP-OPERATION-CODE        PIC X(01).
			88  OP-OPER-ADD          VALUE "A".
			88  OP-OPER-SUBTRACT     VALUE "S".
			88  OP-OPER-MULTIPLY     VALUE "M".
			88  OP-OPER-DIVIDE       VALUE "D".
	05  OP-REVERSAL-DATA REDEFINES OP-COMPUTE-DATA.
		10  OP-REVERSED-DATE         PIC 9(08).
