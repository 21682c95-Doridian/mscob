   05 ll-user-handle PIC X(60).
*> Timestamp of the newest successful USR S or USR R the audit trail
*> shows for the handle - same format as at-timestamp.
   05 ll-last-login-ts PIC X(21).
*> The row keyed on an all-spaces handle (no real handle can be
*> blank) is the scan checkpoint rather than an account: its
*> ll-last-login-ts(1:8) holds the newest closed-out audit generation
*> already folded in, so each run only reads the generations written
*> since.
