*> OPANMTOL - volume and band-mix anomaly tolerance record layout.
*> One record, maintained by operations, read by the OPANOMLY step
*> that runs between classification and distribution. Each source's
*> volume and band mix for the business date are compared with a
*> baseline of the same weekday over the last BASELINE-WEEKS weeks
*> of the history master; a source needs MIN-BASELINE-DAYS of those
*> weekdays on file before it is judged at all. Volume deviation is
*> whole percent of the baseline average, either direction; band-mix
*> shift is percentage points of the day's banded records moved in
*> or out of any one band, judged only when the day has at least
*> MIX-MIN-RECORDS banded records. At or above a WARN threshold the
*> step ends with return code 4, at or above a FAIL threshold 8.
	05  OPANMT-BASELINE-WEEKS        PIC 9(02).
	05  OPANMT-MIN-BASELINE-DAYS     PIC 9(02).
	05  OPANMT-VOLUME-WARN-PCT       PIC 9(03).
	05  OPANMT-VOLUME-FAIL-PCT       PIC 9(03).
	05  OPANMT-MIX-WARN-PTS          PIC 9(03).
	05  OPANMT-MIX-FAIL-PTS          PIC 9(03).
	05  OPANMT-MIX-MIN-RECORDS       PIC 9(07).
