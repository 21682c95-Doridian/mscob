   05 at-stage PIC X(1).
   05 at-security-pkg PIC X(10).
   05 at-user-handle PIC X(60).
*> The two chain-control records reuse the handle: "HDR" opens every
*> generation (stage "C" the previous generation was sealed, "U" its
*> trailer could not be appended, "N" no chained generation before
*> it) carrying the previous generation's seal forward; "TRL" (stage
*> "S") closes a generation with its own seal. The seal counts the
*> records written before the trailer, header included, and the final
*> hash is the chain hash of the last of them. Trailer and header are
*> both chained off that final hash, so the header of a generation
*> can be checked without reading the one before it.
   05 at-seal REDEFINES at-user-handle.
      10 at-seal-generation PIC X(8).
      10 at-seal-record-count PIC 9(9).
      10 at-seal-final-hash PIC X(32).
      10 FILLER PIC X(11).
   05 at-result PIC X(4).
*> Client source address of the connection, as handed over by the
*> listener that spawned the server; blank on generations written
*> before it was recorded, or when the listener passed none along.
   05 at-source-addr PIC X(45).
*> Hash chain across every record of every generation: the record's
*> number within its generation, and MD5(previous record's chain hash
*> + this record up to and including at-chain-seq) in hex. Blank on
*> generations written before the trail was chained.
   05 at-chain-seq PIC 9(9).
   05 at-chain-hash PIC X(32).
