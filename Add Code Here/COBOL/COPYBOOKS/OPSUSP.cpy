*> OPSUSP - out-of-range suspense record layout.
*> Written by IFELSE for every operand 3300-REJECT-OPERAND turns
*> away as OUT OF RANGE, and carried on the suspense master that
*> OPSUSMGR maintains from those daily generations. The record keeps
*> the operand's key, value and business date together with the
*> range set that was in force when it was rejected - the active
*> min/max pairs IFELSE validated against (or the built-in default
*> limits when no range file was available) and the latest update
*> stamp on the range file at load time. OPSUSMGR re-checks a held
*> item against the current range file once an ORNG change newer
*> than its checked stamp appears in the OPRAUD audit trail,
*> releases it as a resubmit if it now passes, and writes it off
*> once it has been held past the retention window. Released and
*> written-off items stay on the master for a window after their
*> action date, then drop off.
	05  OPSUS-RECORD-KEY.
		10  OPSUS-SOURCE-SYSTEM      PIC X(04).
		10  OPSUS-SEQUENCE-NBR       PIC 9(06).
	05  OPSUS-OPERAND-VALUE          PIC S9(7).
	05  OPSUS-BUSINESS-DATE          PIC 9(08).
	05  OPSUS-SUSPENDED-TIMESTAMP.
		10  OPSUS-SUSPENDED-DATE     PIC 9(08).
		10  OPSUS-SUSPENDED-TIME     PIC 9(06).
	05  OPSUS-STATUS                 PIC X(01).
		88  OPSUS-STATUS-HELD        VALUE "H".
		88  OPSUS-STATUS-RELEASED    VALUE "L".
		88  OPSUS-STATUS-WRITTEN-OFF VALUE "W".
	05  OPSUS-DAYS-HELD              PIC 9(03).
	05  OPSUS-ACTION-DATE            PIC 9(08).
	05  OPSUS-CHECKED-STAMP.
		10  OPSUS-CHECKED-DATE       PIC 9(08).
		10  OPSUS-CHECKED-TIME       PIC 9(06).
	05  OPSUS-RANGE-SET.
		10  OPSUS-RANGE-SOURCE       PIC X(01).
			88  OPSUS-RANGES-FROM-FILE VALUE "F".
			88  OPSUS-RANGES-DEFAULT   VALUE "D".
		10  OPSUS-RANGE-SET-STAMP.
			15  OPSUS-RANGE-SET-DATE PIC 9(08).
			15  OPSUS-RANGE-SET-TIME PIC 9(06).
		10  OPSUS-RANGE-COUNT        PIC 9(02).
		10  OPSUS-RANGE-ENTRY OCCURS 20 TIMES.
			15  OPSUS-RANGE-MIN-VALUE PIC S9(7).
			15  OPSUS-RANGE-MAX-VALUE PIC S9(7).
