*> Reject file line: why the record was refused, which line of the
*> extract it came from, and the record image as HR sent it so it
*> can be corrected and resubmitted in the next day's feed.
*>     BADACT   action code not A, N or D
*>     BADHNDL  blank handle or a character outside the handle alphabet
*>     DUPHNDL  add for a handle that already has an account
*>     CLOSED   handle is a closed account's tombstone
*>     NOTFOUND change or departure for a handle with no account
*>     NONICK   add or change without a nickname
*>     BADNICK  nickname with a space in it (leading or embedded)
*>     NOPASS   add without a password
   05 hr-rej-reason PIC X(8).
   05 FILLER PIC X(1).
   05 hr-rej-line-no PIC 9(6).
   05 FILLER PIC X(1).
   05 hr-rej-image PIC X(161).
