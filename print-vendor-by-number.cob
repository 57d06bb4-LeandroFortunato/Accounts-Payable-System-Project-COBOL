
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(28) VALUE SPACES.
            05 FILLER              PIC X(29) VALUE "LIST OF ALL VENDORS BY NUMBER".
            05 FILLER              PIC X(10) VALUE SPACES.
