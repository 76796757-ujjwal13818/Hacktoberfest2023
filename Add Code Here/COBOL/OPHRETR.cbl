01  RANGE-PARM-RECORD                PIC X(80).
FD  RETRIEVED-OUT-FILE
	RECORDING MODE IS F.
01  RETRIEVED-OUT-RECORD             PIC X(239).
FD  RETRIEVAL-REPORT-FILE
	RECORDING MODE IS F.
01  RETRIEVAL-REPORT-LINE            PIC X(80).
