         FD GL-JOURNAL-FILE
            LABEL RECORDS ARE OMITTED.
         01 GL-JOURNAL-RECORD          PIC X(100).
