*> OPTRCSIG - operand trace sighting record layout.
*> Written by IFELSE next to OPCLSOUT, one record per operand record
*> the run disposes of, stamped with the run's own started date and
*> time and whether the run resumed from a restart checkpoint. The
*> stamp is what OPCLSOUT cannot give: a record processed after the
*> last checkpoint appears in both the abended and the rerun
*> generation, and only the stamp tells two runs that saw it from
*> one generation fed twice. OPTRXMGR folds the sightings into the
*> operand trace cross-reference the OTRC inquiry reads.
*> BUSINESS-DATE is the record's own OP-DATE - the date it was
*> received for - and the result fields are as written to OPCLSOUT.
	05  OPTRS-RECORD-KEY.
		10  OPTRS-SOURCE-SYSTEM      PIC X(04).
		10  OPTRS-SEQUENCE-NBR       PIC 9(06).
	05  OPTRS-BUSINESS-DATE          PIC 9(08).
	05  OPTRS-RUN-STAMP.
		10  OPTRS-RUN-DATE           PIC 9(08).
		10  OPTRS-RUN-TIME           PIC 9(06).
	05  OPTRS-RUN-TYPE               PIC X(01).
		88  OPTRS-RUN-NORMAL         VALUE "N".
		88  OPTRS-RUN-RESTART        VALUE "R".
	05  OPTRS-DISPOSITION-CODE       PIC X(01).
	05  OPTRS-TRANSACTION-TYPE       PIC X(01).
	05  OPTRS-OPERAND-VALUE          PIC S9(7).
	05  OPTRS-CLASS-RESULT           PIC X(12).
	05  OPTRS-VALUE-BAND             PIC X(12).
