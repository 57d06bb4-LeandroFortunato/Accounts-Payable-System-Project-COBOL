
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(15) VALUE SPACES.
            05 FILLER              PIC X(40)
                  VALUE "SEGREGATION-OF-DUTIES VIOLATION REPORT".
