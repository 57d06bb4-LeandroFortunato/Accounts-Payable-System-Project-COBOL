         COPY "wscompany.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(36) VALUE "OPEN FOREIGN VOUCHER REVALUATION".
            05 FILLER              PIC X(09) VALUE SPACES.
