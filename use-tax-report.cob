         COPY "wsdate.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(33) VALUE "USE-TAX ACCRUAL REPORT BY STATE".
            05 FILLER              PIC X(10) VALUE SPACES.
