            05 COA-DESCRIPTION        PIC X(30).
            05 COA-ACTIVE             PIC X.
               88 COA-IS-ACTIVE       VALUE "Y".
*>          Prepaid asset accounts (insurance, maintenance, rent paid in
*>          advance) carry the expense account they amortize into.
*>          Spaces on records that predate the prepaid schedules.
            05 COA-PREPAID            PIC X.
               88 COA-IS-PREPAID      VALUE "Y".
            05 COA-AMORTIZE-TO-ACCT   PIC X(10).
*>          Capital asset accounts (equipment, vehicles, leasehold
*>          improvements): lines coded to them become asset additions
*>          for the fixed-asset system. Spaces on older records.
            05 COA-CAPITAL            PIC X.
               88 COA-IS-CAPITAL      VALUE "Y".
