*> One hold per handle per matter - the same person can sit under
*> several matters at once, each with its own window.
   05 lh-key.
      10 lh-user-handle PIC X(60).
      10 lh-matter-no PIC X(12).
*> Message days covered, YYYYMMDD inclusive. A blank end date means
*> the hold runs open-ended until counsel releases it.
   05 lh-hold-start PIC X(8).
   05 lh-hold-end PIC X(8).
   05 lh-placed-ts PIC X(21).
