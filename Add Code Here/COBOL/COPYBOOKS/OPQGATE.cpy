*> and unbanded count are judged over the whole run and repeat on
*> each date's record. Read by the OPNIGHTS night-status step to
*> build the one-page operations status and the machine-readable
*> run summary. On a partitioned night the OPPTNMRG merge writes
*> it instead, from the partitions' combined counts.
	05  OPQG-BUSINESS-DATE           PIC 9(08).
	05  OPQG-QUALITY-GRADE           PIC 9(02).
	05  OPQG-NOTNUM-PCT              PIC 9(03)V9.
