01  RETENTION-PARM-RECORD            PIC X(80).
FD  HISTORY-OUT-FILE
	RECORDING MODE IS F.
01  HISTORY-OUT-RECORD               PIC X(239).
FD  ARCHIVE-OUT-FILE
	RECORDING MODE IS F.
01  ARCHIVE-OUT-RECORD               PIC X(239).
FD  ARCHIVE-REPORT-FILE
	RECORDING MODE IS F.
01  ARCHIVE-REPORT-LINE              PIC X(80).
