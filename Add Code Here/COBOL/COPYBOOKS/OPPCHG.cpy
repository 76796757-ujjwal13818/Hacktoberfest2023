*> OPPCHG - pending band/tolerance parameter change record layout.
*> One record per proposed change awaiting a second operator,
*> keyed by file type (B = band file, T = tolerance file) and item
*> (the band code, or TOLER for the single tolerance record), so an
*> item can carry only one pending change at a time. Written by the
*> OPPARM transaction (OPRM) when the maker proposes; deleted when a
*> different operator approves it (and the change is applied to the
*> live file) or when it is rejected. The images are the OPBAND or
*> OPTOLER record as it stood when proposed and as proposed -
*> before is spaces for an add, after is spaces for a delete.
*> Approval refuses a change whose before image no longer matches
*> the live record, so nobody approves against a stale picture.
	05  OPPCHG-RECORD-KEY.
		10  OPPCHG-FILE-TYPE         PIC X(01).
			88  OPPCHG-BAND-FILE     VALUE "B".
			88  OPPCHG-TOLER-FILE    VALUE "T".
		10  OPPCHG-ITEM-KEY          PIC X(06).
	05  OPPCHG-ACTION                PIC X(01).
		88  OPPCHG-ACT-ADD           VALUE "A".
		88  OPPCHG-ACT-UPDATE        VALUE "U".
		88  OPPCHG-ACT-DELETE        VALUE "D".
	05  OPPCHG-BEFORE-IMAGE          PIC X(48).
	05  OPPCHG-AFTER-IMAGE           PIC X(48).
	05  OPPCHG-REASON                PIC X(30).
	05  OPPCHG-PROPOSED-BY           PIC X(08).
	05  OPPCHG-PROPOSED-STAMP.
		10  OPPCHG-PROPOSED-DATE     PIC 9(08).
		10  OPPCHG-PROPOSED-TIME     PIC 9(06).
