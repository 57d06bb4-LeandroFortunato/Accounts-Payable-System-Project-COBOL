
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(31)
                  VALUE "INTERCOMPANY SETTLEMENT REPORT".
