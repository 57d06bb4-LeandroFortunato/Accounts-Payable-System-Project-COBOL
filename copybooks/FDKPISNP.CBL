         FD KPI-SNAPSHOT-FILE
            LABEL RECORDS ARE STANDARD.

*>       The AP department's key measures for one fiscal period, saved
*>       by ap-period-close at the same moment as the aged snapshot and
*>       under the same period, for kpi-trend-report to lay side by
*>       side. Closing the same period again replaces the record.
*>       Averages and percentages are kept with one decimal; the counts
*>       behind them are kept too so a figure can be explained later.
         01 KPISNP-RECORD.
            05 KPISNP-KEY.
               10 KPISNP-YEAR               PIC 9(04).
               10 KPISNP-PERIOD             PIC 9(02).
               10 KPISNP-COMPANY            PIC 9(01).
            05 KPISNP-AS-OF-DATE            PIC 9(08).
            05 KPISNP-PERIOD-START          PIC 9(08).
            05 KPISNP-TAKEN-DATE            PIC 9(08).
*>          Days payable outstanding: AP open at the cutoff over the
*>          average day's invoicing of the period.
            05 KPISNP-OPEN-AP               PIC S9(9)V99.
            05 KPISNP-INVOICED-AMOUNT       PIC S9(9)V99.
            05 KPISNP-DAYS-IN-PERIOD        PIC 9(03).
            05 KPISNP-DPO                   PIC 9(04)V9.
*>          Invoice date to keying, off the voucher ADD audit entries
*>          made in the period.
            05 KPISNP-VOUCHERS-ENTERED      PIC 9(06).
            05 KPISNP-AVG-DAYS-TO-ENTRY     PIC 9(04)V9.
*>          Keying to payment, over the vouchers paid in the period.
            05 KPISNP-VOUCHERS-PAID         PIC 9(06).
            05 KPISNP-AVG-DAYS-TO-PAY       PIC 9(04)V9.
            05 KPISNP-PAID-ON-TIME          PIC 9(06).
            05 KPISNP-PCT-ON-TIME           PIC 9(03)V9.
            05 KPISNP-DISCOUNTS-OFFERED     PIC 9(06).
            05 KPISNP-DISCOUNTS-TAKEN       PIC 9(06).
            05 KPISNP-PCT-DISCOUNT-TAKEN    PIC 9(03)V9.
*>          ACH, card, SEPA and wire payments count as electronic;
*>          paper checks (numbers below 700000) as check.
            05 KPISNP-ELECTRONIC-COUNT      PIC 9(06).
            05 KPISNP-ELECTRONIC-AMOUNT     PIC S9(9)V99.
            05 KPISNP-CHECK-COUNT           PIC 9(06).
            05 KPISNP-CHECK-AMOUNT          PIC S9(9)V99.
            05 KPISNP-PCT-ELECTRONIC        PIC 9(03)V9.
            05 KPISNP-CLERKS                PIC 9(03).
            05 KPISNP-VOUCHERS-PER-CLERK    PIC 9(05)V9.
            05 KPISNP-EXCEPTIONS-LOGGED     PIC 9(06).
