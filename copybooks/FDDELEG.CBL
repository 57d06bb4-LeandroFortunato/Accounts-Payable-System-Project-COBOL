         FD APPROVAL-DELEGATION-FILE
            LABEL RECORDS ARE STANDARD.

*>       A user away from the office hands their voucher approval
*>       authority (their approval limit) to a named colleague for a
*>       date range. Cancelled delegations are kept for the record.
         01 DELEG-RECORD.
            05 DELEG-KEY.
               10 DELEG-FROM-USER        PIC X(10).
               10 DELEG-START-DATE       PIC 9(08).
            05 DELEG-TO-USER             PIC X(10).
            05 DELEG-END-DATE            PIC 9(08).
            05 DELEG-STATUS              PIC X(01).
               88 DELEG-IS-ACTIVE          VALUE "A".
               88 DELEG-IS-CANCELLED       VALUE "C".
            05 DELEG-CREATED-BY          PIC X(10).
            05 DELEG-CREATED-DATE        PIC 9(08).
