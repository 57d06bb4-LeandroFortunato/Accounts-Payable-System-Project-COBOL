
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(23) VALUE SPACES.
            05 FILLER              PIC X(20) VALUE "VOUCHER AGING REPORT".
            05 FILLER              PIC X(22) VALUE SPACES.
