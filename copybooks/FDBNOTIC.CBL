         FD BNOTICE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One entry per CP2100 line the IRS sent us for a vendor: which
*>       B-notice it called for, when the list arrived, when our letter
*>       went out, and how the 30-business-day window ended - a
*>       corrected W-9 in time, or backup withholding.
         01 BNOTICE-RECORD.
            05 BNOTICE-KEY.
               10 BNOTICE-VENDOR          PIC 9(05).
               10 BNOTICE-SEQUENCE        PIC 9(03).
            05 BNOTICE-COMPANY            PIC 9(01).
            05 BNOTICE-TAX-YEAR           PIC 9(04).
            05 BNOTICE-IRS-TIN            PIC X(09).
            05 BNOTICE-IRS-NAME           PIC X(40).
            05 BNOTICE-NOTICE-TYPE        PIC X(06).
               88 BNOTICE-IS-FIRST        VALUE "FIRST".
               88 BNOTICE-IS-SECOND       VALUE "SECOND".
            05 BNOTICE-RECEIVED-DATE      PIC 9(08).
            05 BNOTICE-MAILED-DATE        PIC 9(08).
            05 BNOTICE-DEADLINE-DATE      PIC 9(08).
            05 BNOTICE-STATUS             PIC X(08).
               88 BNOTICE-IS-OPEN         VALUE "OPEN".
               88 BNOTICE-IS-CURED        VALUE "CURED".
               88 BNOTICE-IS-WITHHOLDING  VALUE "WITHHOLD".
            05 BNOTICE-CLOSED-DATE        PIC 9(08).
            05 BNOTICE-IMPORTED-BY        PIC X(10).
