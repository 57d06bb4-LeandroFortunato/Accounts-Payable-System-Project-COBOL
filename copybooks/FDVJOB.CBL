         FD VOUCHER-JOB-FILE
            LABEL RECORDS ARE STANDARD.

*>       The job a voucher GL line is coded to - one record per coded
*>       line, kept beside the voucher the way prepaid schedules are.
*>       Lines with no job have no record here.
         01 VJOB-RECORD.
            05 VJOB-KEY.
               10 VJOB-VOUCHER           PIC 9(07).
               10 VJOB-LINE              PIC 9(01).
            05 VJOB-JOB-NUMBER           PIC X(10).
