*> Head of the audit-trail hash chain, a single row (key "CHAIN")
*> shared by every process that writes the trail. A writer holds it
*> locked from reading the previous hash until its record is on disk,
*> which is what keeps the chain in file order with many connections
*> appending at once. ac-generation is the day being written; the
*> first writer of a new day seals it and opens the next.
   05 ac-key PIC X(8).
   05 ac-generation PIC X(8).
   05 ac-record-count PIC 9(9).
   05 ac-last-hash PIC X(32).
   05 ac-updated-ts PIC X(21).
