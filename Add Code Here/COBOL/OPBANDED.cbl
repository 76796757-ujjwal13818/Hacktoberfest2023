IDENTIFICATION DIVISION.
PROGRAM-ID. OPBANDED.
*> OPBANDED - band parameter edit, run as a step ahead of the
*> classify step. The band file is maintained through the OPRM
*> transaction, which applies these same rules before it approves a
*> change; this program remains the last word and validates the
*> band set effective for the business date before IFELSE
*> classifies a single record against it: every low must not
*> exceed its high, no two effective bands may overlap, and there
*> must be no gap between consecutive bands. Any failure prints a
*> clear report and ends with return code 8 so the job stops before
