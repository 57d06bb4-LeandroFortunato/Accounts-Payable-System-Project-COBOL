               88 EXPRPT-IS-ENTERED   VALUE "ENTERED".
               88 EXPRPT-IS-APPROVED  VALUE "APPROVED".
               88 EXPRPT-IS-RELEASED  VALUE "RELEASED".
               88 EXPRPT-IS-HELD      VALUE "HELD".
            05 EXPRPT-ENTERED-BY      PIC X(10).
            05 EXPRPT-APPROVED-BY     PIC X(10).
            05 EXPRPT-VOUCHER         PIC 9(07).
*>          The travel advance netted against this report at approval;
*>          the reimbursement voucher pays only what is left over.
            05 EXPRPT-ADVANCE-NUMBER  PIC 9(06).
            05 EXPRPT-ADVANCE-APPLIED PIC S9(6)V99.
*>          A report still open when the employee is terminated is
*>          HELD; the status it was held from comes back on a rehire.
            05 EXPRPT-HELD-FROM-STATUS PIC X(08).
