            05 ACHPEND-STATUS            PIC X(08).
               88 ACHPEND-IS-PENDING       VALUE "PENDING".
               88 ACHPEND-IS-RELEASED      VALUE "RELEASED".
*>             The bank's statement showed the batch debit.
               88 ACHPEND-IS-SETTLED       VALUE "SETTLED".
            05 ACHPEND-BANK-CODE         PIC X(03).
            05 ACHPEND-BANK-ROUTING      PIC X(09).
            05 ACHPEND-ENTRY-COUNT       PIC 9(06).
