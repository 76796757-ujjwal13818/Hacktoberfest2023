*> OPTRCXRF - operand trace cross-reference record layout.
*> One record per record key (source system plus sequence number)
*> that any run, the exception master, or the open-gap master has
*> seen - everything the data-quality team used to piece together
*> from OPCRETR, the OEXW workbench, the gap master, and the
*> resubmit staging, in one keyed place. Maintained nightly by
*> OPTRXMGR; the KSDS copy (file OPTRXRFF) is what the OTRC trace
*> inquiry transaction reads.
*> The sightings are the runs that disposed of the record, latest
*> run first, up to six; SIGHTING-TOTAL counts every run ever
*> folded in, so a key seen more often shows how many were dropped.
*> RUN-TYPE is N for the first run to see the record for its
*> business date, R for a run resumed from a restart checkpoint,
*> and A for a further run of the same business date from the top
*> (the rerun of an open date). The exception and gap groups are
*> the last state seen on those masters - kept after the item ages
*> off so the history survives - and are blank (status space) if
*> the key never had one. RESUBMIT-PENDING is re-derived every
*> night from the live resubmit dataset: Y means a correction is
*> staged for the next daily run. LAST-ACTIVITY-DATE drives the
*> retention purge.
	05  OPTRX-RECORD-KEY.
		10  OPTRX-SOURCE-SYSTEM      PIC X(04).
		10  OPTRX-SEQUENCE-NBR       PIC 9(06).
	05  OPTRX-LAST-ACTIVITY-DATE     PIC 9(08).
	05  OPTRX-SIGHTING-TOTAL         PIC 9(03).
	05  OPTRX-SIGHTING-COUNT         PIC 9(01).
	05  OPTRX-SIGHTING OCCURS 6 TIMES.
		10  OPTRX-SGT-BUSINESS-DATE  PIC 9(08).
		10  OPTRX-SGT-RUN-STAMP.
			15  OPTRX-SGT-RUN-DATE   PIC 9(08).
			15  OPTRX-SGT-RUN-TIME   PIC 9(06).
		10  OPTRX-SGT-RUN-TYPE       PIC X(01).
			88  OPTRX-SGT-FIRST-RUN  VALUE "N".
			88  OPTRX-SGT-RESTART    VALUE "R".
			88  OPTRX-SGT-RERUN      VALUE "A".
		10  OPTRX-SGT-DISPOSITION    PIC X(01).
		10  OPTRX-SGT-TRANS-TYPE     PIC X(01).
		10  OPTRX-SGT-OPERAND-VALUE  PIC S9(7).
		10  OPTRX-SGT-CLASS-RESULT   PIC X(12).
		10  OPTRX-SGT-VALUE-BAND     PIC X(12).
	05  OPTRX-EXCEPTION-DATA.
		10  OPTRX-EXC-STATUS         PIC X(01).
			88  OPTRX-EXC-NONE       VALUE SPACE.
		10  OPTRX-EXC-REASON-CODE    PIC X(12).
		10  OPTRX-EXC-BAD-VALUE      PIC S9(7).
		10  OPTRX-EXC-LOGGED-DATE    PIC 9(08).
		10  OPTRX-EXC-DAYS-OPEN      PIC 9(03).
		10  OPTRX-EXC-RESOLVED-DATE  PIC 9(08).
		10  OPTRX-EXC-CORRECTED-VALUE PIC S9(7).
	05  OPTRX-GAP-DATA.
		10  OPTRX-GAP-STATUS         PIC X(01).
			88  OPTRX-GAP-NONE       VALUE SPACE.
			88  OPTRX-GAP-OPEN       VALUE "O".
			88  OPTRX-GAP-FILLED     VALUE "F".
		10  OPTRX-GAP-DETECTED-DATE  PIC 9(08).
		10  OPTRX-GAP-FILLED-DATE    PIC 9(08).
		10  OPTRX-GAP-DAYS-OPEN      PIC 9(03).
	05  OPTRX-RESUBMIT-DATA.
		10  OPTRX-RESUBMIT-PENDING   PIC X(01).
			88  OPTRX-RESUBMIT-IS-PENDING VALUE "Y".
		10  OPTRX-RESUBMIT-VALUE     PIC S9(7).
	05  OPTRX-UPDATED-DATE           PIC 9(08).
