*> One case per RPT a signed-in user sends against another handle.
*> The case id is the report's own CURRENT-DATE digits (YYYYMMDD
*> HHMMSS hundredths), bumped past any collision, so the key order is
*> the order reports came in and an operator can type it back to
*> ABUSE-QUEUE-REPORT CLOSE. The alternate key gathers every case
*> ever raised against a handle - the prior-case count on the queue.
   05 ar-case-id PIC 9(16).
   05 ar-reporter-handle PIC X(60).
   05 ar-reported-handle PIC X(60).
*> Switchboard session the abuse happened in, blank when the reporter
*> named none.
   05 ar-session-id PIC X(16).
   05 ar-reported-ts PIC X(21).
*> "O" open - on the operator queue; "C" closed.
   05 ar-case-status PIC X(1).
   05 ar-closed-ts PIC X(21).
*> Operator shorthand for the finding (UPHELD, NOACTION, ...), and the
*> ACCOUNT-STATUS action taken on the reported handle because of it -
*> SUSPEND, CLOSE or NONE - with the reason code it was run with.
   05 ar-outcome PIC X(8).
   05 ar-action PIC X(8).
   05 ar-action-reason PIC X(8).
