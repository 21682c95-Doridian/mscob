*> One presence transition, appended to the day's journal generation
*> (data/presence_journal.YYYYMMDD.log) by whoever changed the
*> presence row: the notification server, PRESENCE-SWEEPER and the
*> account close cascade.
*> presence_status.dat only ever holds the latest status; the journal
*> is what PRESENCE-REPORT rebuilds history from. A handle with no
*> presence row yet is journalled as coming from FLN.
   05 pj-timestamp PIC X(21).
   05 pj-user-handle PIC X(60).
   05 pj-old-status PIC X(3).
   05 pj-new-status PIC X(3).
*> What caused it: "CHG" the client's own CHG, "OUT" the client
*> signed out, "DRP" the connection dropped, "SWP" PRESENCE-SWEEPER
*> flipped a ghost, "KCK" a newer login for the same handle
*> superseded the session, "CLS" the account was closed (ACCOUNT-STATUS
*> CLOSE, or an HR-FEED-LOAD departure) while still showing online.
   05 pj-cause PIC X(3).
