
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(28) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE "BILLS REPORT".
            05 FILLER              PIC X(23) VALUE SPACES.
