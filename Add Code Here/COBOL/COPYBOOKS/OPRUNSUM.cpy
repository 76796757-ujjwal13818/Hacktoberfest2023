*> clean, W = ran with warnings, F = failed or not reconciled), the
*> gate grade, the reconciliation flag (Y/N, U = no reconciliation
*> record found), the date's classification counts, the day's
*> exception volume, and the sender arrival tallies. The anomaly
*> fields at the end carry the OPANOMLY volume/band-mix check for the
*> date: flag Y (a source flagged), N (all within tolerance), U (no
*> anomaly status record found), the worst grade, and the number of
*> sources flagged.
	05  OPRSUM-BUSINESS-DATE         PIC 9(08).
	05  OPRSUM-RUN-STATUS            PIC X(01).
	05  OPRSUM-OVERALL-VERDICT       PIC X(01).
	05  OPRSUM-SENDERS-SILENT        PIC 9(02).
	05  OPRSUM-COMPLETED-DATE        PIC 9(08).
	05  OPRSUM-COMPLETED-TIME        PIC 9(06).
	05  OPRSUM-ANOMALY-FLAG          PIC X(01).
	05  OPRSUM-ANOMALY-GRADE         PIC 9(02).
	05  OPRSUM-ANOMALY-SOURCES       PIC 9(02).
