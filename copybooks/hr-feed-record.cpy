*> One line of the daily HR extract, in fixed columns. "A" adds a
*> new account, "N" changes the nickname on an existing one, "D"
*> records a departure and closes the account through the same
*> cascade ACCOUNT-STATUS CLOSE runs. The nickname must be a single
*> word - the protocol carries it as one space-delimited token, so
*> one with a space in it is rejected (BADNICK).
   05 hr-action PIC X(1).
   05 hr-user-handle PIC X(60).
   05 hr-user-nickname PIC X(60).
*> Only read on "A" records - HR never resends a password on a
*> nickname change, and departures don't need one.
   05 hr-password PIC X(32).
*> Reason code stored on the tombstone for "D" records; blank means
*> DEPARTED.
   05 hr-reason PIC X(8).
