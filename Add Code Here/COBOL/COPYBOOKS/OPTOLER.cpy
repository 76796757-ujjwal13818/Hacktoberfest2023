*> OPTOLER - data-quality tolerance parameter record layout.
*> One record, maintained by operations through the OPRM maker-
*> checker transaction (published nightly by OPPARMJ), giving the
*> thresholds the IFELSE end-of-run quality gate compares against
*> its classification counts: percentages are whole percent of the
*> day's classified volume (numeric + not-numeric + rejected).
*> At or above a WARN threshold the run ends with return code 4;
*> at or above a FAIL threshold, return code 8 - so the job stream
