*> One step of the nightly job stream, one line per step in
*> data/job_stream.def, fixed columns, run in file order. Lines with
*> "*" in column 1 are comments. The step name is the batch program's
*> PROGRAM-ID; JOB-STREAM runs it as the lower-case cobcrun module.
   05 js-step-name PIC X(24).
*> "Y" runs the step, "N" keeps it in the stream but leaves it out.
   05 js-enabled PIC X(1).
*> The step that must have completed for this business date before
*> this one may run - it has to appear earlier in the file. Blank
*> means the step runs whatever happened before it.
   05 js-after-step PIC X(24).
*> Highest return code still counted as success (e.g. 04 for a
*> report that flags findings with RC 4).
   05 js-max-rc PIC 9(2).
*> Up to two summary lines of the step's own output whose numbers go
*> into the run-control record - the text before the colon, e.g.
*> "Stale presence records swept".
   05 js-count-label-1 PIC X(32).
   05 js-count-label-2 PIC X(32).
*> Command-line parameters for the step; the literal YYYYMMDD stands
*> for the business date being run.
   05 js-parameters PIC X(120).
