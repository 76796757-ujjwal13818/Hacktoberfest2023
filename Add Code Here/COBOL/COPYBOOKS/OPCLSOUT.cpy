*> layout with OP-CLASSIFICATION-RESULT and OP-VALUE-BAND-RESULT
*> populated; the disposition code tells a consumer how the record
*> left the run without parsing the report.
*> Disposition V is an accepted reversal: the operand data carries
*> the reversed original's value, classification and band (looked
*> up on the classified-key index), with OP-DATE the business date
*> the reversal was processed on and OP-REVERSED-DATE the original's.
	05  OPCLS-OPERAND-DATA           PIC X(64).
	05  OPCLS-DISPOSITION-CODE       PIC X(01).
		88  OPCLS-DISP-CLASSIFIED    VALUE "C".
		88  OPCLS-DISP-REJECTED      VALUE "R".
		88  OPCLS-DISP-DUPLICATE     VALUE "D".
		88  OPCLS-DISP-WRONG-DATE    VALUE "W".
		88  OPCLS-DISP-REVERSAL      VALUE "V".
