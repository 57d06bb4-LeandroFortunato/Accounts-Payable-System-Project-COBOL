            05 PAYRUN-STATUS          PIC X(08).
               88 PAYRUN-IS-OPEN      VALUE "OPEN".
               88 PAYRUN-IS-CLOSED    VALUE "CLOSED".
*>          Checkpoint, rewritten as each check finishes: the vendor and
*>          check last completed and the first number drawn after it,
*>          where a run that died part way through picks up again.
            05 PAYRUN-LAST-VENDOR     PIC 9(05).
            05 PAYRUN-LAST-CHECK      PIC 9(06).
            05 PAYRUN-RESUME-CHECK    PIC 9(06).
            05 PAYRUN-RESTART-COUNT   PIC 9(02).
