
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(27)
                  VALUE "PRENOTES STILL OUTSTANDING".
