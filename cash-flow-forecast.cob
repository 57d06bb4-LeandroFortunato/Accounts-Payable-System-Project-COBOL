
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(24) VALUE SPACES.
            05 FILLER              PIC X(30) VALUE "EIGHT-WEEK CASH-FLOW FORECAST".
            05 FILLER              PIC X(11) VALUE SPACES.
