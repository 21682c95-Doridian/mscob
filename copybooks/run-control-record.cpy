*> What the nightly job stream did with one step for one business
*> date. JOB-STREAM reads these back on a rerun for the same date, so
*> completed steps are not repeated and the stream picks up at the
*> step that failed.
   05 rc-key.
      10 rc-business-date PIC X(8).
      10 rc-step-name PIC X(24).
*> "R" running (a driver that died mid-step leaves this behind), "C"
*> completed, "F" failed - return code above the step's limit, "S"
*> skipped because the step it runs after did not complete, "D"
*> disabled in the step definition.
   05 rc-step-status PIC X(1).
   05 rc-start-ts PIC X(21).
   05 rc-end-ts PIC X(21).
   05 rc-return-code PIC 9(3).
*> How many times the step has been started for this business date.
   05 rc-attempts BINARY-INT UNSIGNED.
   05 rc-count-label-1 PIC X(32).
   05 rc-count-1 PIC 9(12).
   05 rc-count-label-2 PIC X(32).
   05 rc-count-2 PIC 9(12).
