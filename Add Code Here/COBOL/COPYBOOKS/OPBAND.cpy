*> effective since forever; zero EFF-TO means no end date. OPBANDED
*> validates the band set effective for the business date before
*> IFELSE classifies anything against it.
*> Maintained online through the OPRM maker-checker transaction on
*> a KSDS copy keyed by CODE, so every row - including a staged
*> replacement for an existing band - carries its own code; OPPARMJ
*> publishes the copy to the flat file nightly.
	05  OPBAND-CODE                  PIC X(06).
	05  OPBAND-LOW-VALUE             PIC S9(7).
	05  OPBAND-HIGH-VALUE            PIC S9(7).
