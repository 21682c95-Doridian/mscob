*> eDiscovery export record, fixed length. "MSG" records carry one
*> message each, in timestamp order; the file closes with a single
*> "TRL" record (the REDEFINES below) holding the message count and
*> the final chained hash, so counsel can prove the export is
*> complete and unaltered.
   05 ex-record-type PIC X(3).
   05 FILLER PIC X(1).
   05 ex-detail.
      10 ex-timestamp PIC X(21).
      10 FILLER PIC X(1).
      10 ex-session-id PIC X(16).
      10 FILLER PIC X(1).
      10 ex-msg-seq PIC 9(6).
      10 FILLER PIC X(1).
      10 ex-sender-handle PIC X(60).
      10 FILLER PIC X(1).
*> Everyone on the session roster, space-separated - or
*> "(roster purged)" for an archived session whose record went
*> before the hold was placed, where only the sender is known.
      10 ex-participants PIC X(488).
      10 FILLER PIC X(1).
*> The sender's original length. The payload is stored byte for byte,
*> line breaks and all - the first ex-msg-length bytes of it (capped
*> at 65000, as message history stores it) are the message.
      10 ex-msg-length PIC 9(5).
      10 FILLER PIC X(1).
      10 ex-payload PIC X(65000).
   05 ex-trailer REDEFINES ex-detail.
      10 ex-trl-export-ts PIC X(21).
      10 FILLER PIC X(1).
      10 ex-trl-matter-no PIC X(12).
      10 FILLER PIC X(1).
      10 ex-trl-user-handle PIC X(60).
      10 FILLER PIC X(1).
      10 ex-trl-from-date PIC X(8).
      10 FILLER PIC X(1).
      10 ex-trl-to-date PIC X(8).
      10 FILLER PIC X(1).
      10 ex-trl-record-count PIC 9(9).
      10 FILLER PIC X(1).
*> Hex MD5 chain: each MSG record's hash is MD5 of the previous
*> record's hex hash (32 zeros before the first) followed by the whole
*> MSG record as written, padding included. This is the last one.
      10 ex-trl-chain-hash PIC X(32).
      10 FILLER PIC X(65446).
