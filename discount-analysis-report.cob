
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(32) VALUE "DISCOUNTS TAKEN AND LOST REPORT".
            05 FILLER              PIC X(11) VALUE SPACES.
