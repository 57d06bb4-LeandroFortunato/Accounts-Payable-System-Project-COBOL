
         01 USER-RECORD.
            05 USER-ID                   PIC X(10).
*>          Salted hash of the password (PL-HASH-PASSWORD.CBL), never
*>          the password itself once USER-PASSWORD-IS-HASHED.
            05 USER-PASSWORD             PIC X(20).
            05 USER-ROLE                 PIC X(10).
               88 ROLE-IS-ADMIN            VALUE "ADMIN".
               88 ROLE-IS-DATA-ENTRY       VALUE "DATAENTRY".
            05 USER-PASSWORD-HASHED      PIC X(01).
               88 USER-PASSWORD-IS-HASHED  VALUE "Y".
            05 USER-PASSWORD-CHANGED     PIC 9(08).
            05 USER-MUST-CHANGE-PASSWORD PIC X(01).
               88 PASSWORD-CHANGE-REQUIRED VALUE "Y".
            05 USER-FAILED-ATTEMPTS      PIC 9(02).
            05 USER-LOCKED               PIC X(01).
               88 USER-IS-LOCKED           VALUE "Y".
            05 USER-LOCKED-DATE          PIC 9(08).
            05 USER-LAST-LOGIN-DATE      PIC 9(08).
*>          Hashes of the previous passwords, newest first, so a
*>          forced change cannot simply cycle back to one of them.
            05 USER-PASSWORD-HISTORY.
               10 USER-OLD-PASSWORD      PIC X(20) OCCURS 5 TIMES.
*>          Largest voucher the user may approve; zero (or not yet
*>          set) means none at all. An ADMIN is not limited.
            05 USER-APPROVAL-LIMIT       PIC 9(8)V99.
