*> OPPAUD - band/tolerance maintenance audit record layout.
*> Written by the OPPARM transaction for every proposal, approval
*> and rejection against the band and tolerance files, carrying the
*> before and after images of the OPBAND or OPTOLER record, the
*> operator who proposed the change and the operator who acted on
*> this event, and a timestamp - the same evidence trail OPRAUD
*> gives range changes, with the maker and checker both on record.
*> The records land on the OPAU extrapartition transient data queue
*> and are printed for sign-off by the OPPAUDR batch report.
	05  OPPAUD-EVENT                 PIC X(01).
		88  OPPAUD-EVT-PROPOSED      VALUE "P".
		88  OPPAUD-EVT-APPROVED      VALUE "A".
		88  OPPAUD-EVT-REJECTED      VALUE "J".
	05  OPPAUD-FILE-TYPE             PIC X(01).
		88  OPPAUD-BAND-FILE         VALUE "B".
		88  OPPAUD-TOLER-FILE        VALUE "T".
	05  OPPAUD-ITEM-KEY              PIC X(06).
	05  OPPAUD-ACTION                PIC X(01).
	05  OPPAUD-BEFORE-IMAGE          PIC X(48).
	05  OPPAUD-AFTER-IMAGE           PIC X(48).
	05  OPPAUD-REASON                PIC X(30).
	05  OPPAUD-PROPOSED-BY           PIC X(08).
	05  OPPAUD-OPERATOR-ID           PIC X(08).
	05  OPPAUD-TIMESTAMP.
		10  OPPAUD-DATE              PIC 9(08).
		10  OPPAUD-TIME              PIC 9(06).
