         FD STEP-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.

*>       One record per nightly batch step per run date, loaded from the
*>       run-control ledger by batch-step-history. The whole window is
*>       kept under the step name "*BATCH-WINDOW*". AVERAGE-SECONDS is
*>       the step's average over the 30 nights before this one, taken
*>       when the record was loaded; ALERT says why the morning digest
*>       should show it.
         01 STEPHIST-RECORD.
            05 STEPHIST-KEY.
               10 STEPHIST-STEP           PIC X(30).
               10 STEPHIST-RUN-DATE       PIC 9(08).
            05 STEPHIST-STATUS            PIC X(08).
            05 STEPHIST-START-DATE        PIC 9(08).
            05 STEPHIST-START-TIME        PIC 9(06).
            05 STEPHIST-END-DATE          PIC 9(08).
            05 STEPHIST-END-TIME          PIC 9(06).
            05 STEPHIST-ELAPSED-SECONDS   PIC 9(07).
            05 STEPHIST-RECORD-COUNT      PIC 9(09).
            05 STEPHIST-AVERAGE-SECONDS   PIC 9(07).
            05 STEPHIST-ALERT             PIC X(01).
               88 STEPHIST-NO-ALERT       VALUE " ".
               88 STEPHIST-OVERRAN        VALUE "O".
               88 STEPHIST-PAST-CUTOFF    VALUE "C".
            05 STEPHIST-LOADED-DATE       PIC 9(08).
