         FD NETTING-PROPOSAL-FILE
            LABEL RECORDS ARE STANDARD.

*>       One proposed offset of a vendor-customer's open payables
*>       against their open receivables. Nothing is netted until a
*>       second user approves it; the approval cuts the netting credit
*>       voucher recorded here.
         01 NETPRO-RECORD.
            05 NETPRO-NUMBER             PIC 9(05).
            05 NETPRO-VENDOR             PIC 9(05).
            05 NETPRO-COMPANY            PIC 9(01).
            05 NETPRO-STATUS             PIC X(09).
               88 NETPRO-IS-PROPOSED     VALUE "PROPOSED".
               88 NETPRO-IS-APPROVED     VALUE "APPROVED".
               88 NETPRO-IS-REJECTED     VALUE "REJECTED".
            05 NETPRO-AP-OPEN            PIC S9(9)V99.
            05 NETPRO-AR-OPEN            PIC S9(9)V99.
            05 NETPRO-NET-AMOUNT         PIC S9(9)V99.
            05 NETPRO-PROPOSED-BY        PIC X(10).
            05 NETPRO-PROPOSED-DATE      PIC 9(08).
            05 NETPRO-APPROVED-BY        PIC X(10).
            05 NETPRO-APPROVED-DATE      PIC 9(08).
            05 NETPRO-CREDIT-VOUCHER     PIC 9(07).
