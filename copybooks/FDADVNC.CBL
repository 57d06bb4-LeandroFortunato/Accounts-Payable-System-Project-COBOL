         FD TRAVEL-ADVANCE-FILE
            LABEL RECORDS ARE STANDARD.

*>       Cash advanced to an employee ahead of a trip, paid out as a
*>       voucher to the employee's shadow payee-vendor. OPEN until the
*>       employee's next expense report is approved and netted against
*>       it; expenses short of the advance leave the difference OWED
*>       back by the employee until repaid.
         01 ADV-RECORD.
            05 ADV-NUMBER             PIC 9(06).
            05 ADV-EMPLOYEE           PIC 9(05).
            05 ADV-COMPANY            PIC 9(01).
            05 ADV-ISSUED-DATE        PIC 9(08).
            05 ADV-ISSUED-BY          PIC X(10).
            05 ADV-TRIP-DESC          PIC X(30).
*>          The employee-advances asset account the advance sits in
*>          until expenses or a repayment clear it.
            05 ADV-GL-ACCOUNT         PIC X(10).
            05 ADV-AMOUNT             PIC S9(6)V99.
            05 ADV-VOUCHER            PIC 9(07).
            05 ADV-STATUS             PIC X(08).
               88 ADV-IS-OPEN         VALUE "OPEN".
               88 ADV-IS-SETTLED      VALUE "SETTLED".
               88 ADV-IS-OWED         VALUE "OWED".
               88 ADV-IS-REPAID       VALUE "REPAID".
            05 ADV-EXPRPT             PIC 9(06).
            05 ADV-APPLIED-AMOUNT     PIC S9(6)V99.
            05 ADV-SETTLED-DATE       PIC 9(08).
            05 ADV-DUE-BACK           PIC S9(6)V99.
            05 ADV-REPAID-AMOUNT      PIC S9(6)V99.
            05 ADV-REPAID-DATE        PIC 9(08).
