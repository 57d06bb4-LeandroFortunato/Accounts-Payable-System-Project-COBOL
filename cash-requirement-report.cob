
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(21) VALUE SPACES.
            05 FILLER              PIC X(24) VALUE "CASH REQUIREMENT REPORT".
            05 FILLER              PIC X(20) VALUE SPACES.
