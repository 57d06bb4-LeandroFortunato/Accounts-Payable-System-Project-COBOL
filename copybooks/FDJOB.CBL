         FD JOB-FILE
            LABEL RECORDS ARE STANDARD.

*>       The project / job master: voucher distribution lines and
*>       purchase orders carry the job number so spend can be held
*>       against the job's budget. A CLOSED job takes no new coding.
         01 JOB-RECORD.
            05 JOB-NUMBER                PIC X(10).
            05 JOB-DESCRIPTION           PIC X(30).
            05 JOB-COMPANY               PIC 9(01).
            05 JOB-BUDGET                PIC S9(9)V99.
            05 JOB-STATUS                PIC X(06).
               88 JOB-IS-OPEN            VALUE "OPEN".
               88 JOB-IS-CLOSED          VALUE "CLOSED".
            05 JOB-PROJECT-MANAGER       PIC X(30).
            05 JOB-OPENED-DATE           PIC 9(08).
            05 JOB-CLOSED-DATE           PIC 9(08).
