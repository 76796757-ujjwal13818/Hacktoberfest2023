*> the record count by business date, source system, classification
*> result, value band, and delivery type - delivery type C totals
*> computed results from compute transactions separately from
*> as-delivered operands (type A), and type R carries the negative
*> offsets for reversals, posted on the reversal's business date
*> against the reversed original's source, class and band. The
*> file opens with a type H header and closes with a type T
*> trailer whose control view carries the detail record count and
*> the hash total of all detail amounts, so a partial file cannot
*> post.
	05  OPVPST-RECORD-TYPE           PIC X(01).
		88  OPVPST-TYPE-HEADER       VALUE "H".
		88  OPVPST-TYPE-DETAIL       VALUE "D".
		10  OPVPST-DELIVERY-TYPE     PIC X(01).
			88  OPVPST-COMPUTED      VALUE "C".
			88  OPVPST-AS-DELIVERED  VALUE "A".
			88  OPVPST-REVERSAL      VALUE "R".
		10  OPVPST-AMOUNT            PIC S9(13).
		10  OPVPST-REC-COUNT         PIC 9(07).
	05  OPVPST-CONTROL REDEFINES OPVPST-DETAIL.
