
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(24) VALUE SPACES.
            05 FILLER              PIC X(20) VALUE "OPEN PAYABLES REPORT".
            05 FILLER              PIC X(21) VALUE SPACES.
