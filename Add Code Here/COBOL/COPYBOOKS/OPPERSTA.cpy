*> OPPERSTA - accounting period status record layout.
*> Written by the OPMCLOSE month-end close when every business date
*> of a month has been certified (status C, closed), and again by a
*> controlled reopen (status R). The records are appended to the
*> period status master, so the latest record for a period is its
*> current state. IFELSE and OPINTAKE read the master at startup and
*> refuse any business date that falls in a closed month - a late
*> record for a closed month goes to the prior-period adjustment
*> route instead of into finance's closed numbers. The figures are
*> those the close certified: the dates certified, the extracts
*> confirmed by their consumers, and the month's classified and
*> posted values, which agreed when the month closed.
	05  OPPER-PERIOD                 PIC 9(06).
	05  OPPER-STATUS                 PIC X(01).
		88  OPPER-STATUS-CLOSED      VALUE "C".
		88  OPPER-STATUS-REOPENED    VALUE "R".
	05  OPPER-FIRST-DATE             PIC 9(08).
	05  OPPER-LAST-DATE              PIC 9(08).
	05  OPPER-DATES-CERTIFIED        PIC 9(02).
	05  OPPER-EXTRACTS-CONFIRMED     PIC 9(04).
	05  OPPER-CLASSIFIED-VALUE       PIC S9(13).
	05  OPPER-POSTED-VALUE           PIC S9(13).
	05  OPPER-OPERATOR-ID            PIC X(08).
	05  OPPER-STATUS-STAMP.
		10  OPPER-STATUS-DATE        PIC 9(08).
		10  OPPER-STATUS-TIME        PIC 9(06).
