*> OPSTPTM - batch step timing record layout.
*> Written by every program in the nightly stream (OPINTAKE, IFELSE,
*> OPRECON, OPDIST, OPVALSUM, OPNIGHTS, OPEXMGR, OPGAPMGR) to its
*> job's step timing log: a START record as the run begins and an
*> END record as it finishes. The END record repeats the start stamp
*> so elapsed time needs no matching, and carries the run's record
*> counts. A START with no END is a run that never finished. STEP is
*> the program name plus, for a partitioned IFELSE, the partition
*> number (spaces otherwise). RUN-TYPE is R when the log already
*> held a START for the same step and business date - the run is a
*> rerun of that night. OPSLARPT reads the retained history for the
*> weekly batch window report.
	05  OPSTM-BUSINESS-DATE          PIC 9(08).
	05  OPSTM-STEP.
		10  OPSTM-PROGRAM-ID         PIC X(08).
		10  OPSTM-PARTITION          PIC X(02).
	05  OPSTM-EVENT                  PIC X(01).
		88  OPSTM-EVENT-START        VALUE "S".
		88  OPSTM-EVENT-END          VALUE "E".
	05  OPSTM-START-TIMESTAMP.
		10  OPSTM-START-DATE         PIC 9(08).
		10  OPSTM-START-TIME         PIC 9(06).
	05  OPSTM-END-TIMESTAMP.
		10  OPSTM-END-DATE           PIC 9(08).
		10  OPSTM-END-TIME           PIC 9(06).
	05  OPSTM-RECORDS-READ           PIC 9(09).
	05  OPSTM-RECORDS-WRITTEN        PIC 9(09).
	05  OPSTM-RUN-TYPE               PIC X(01).
		88  OPSTM-RUN-NORMAL         VALUE "N".
		88  OPSTM-RUN-RESTART        VALUE "R".
