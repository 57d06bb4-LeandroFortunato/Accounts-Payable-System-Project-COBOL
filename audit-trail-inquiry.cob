            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         01 REPORT-TITLE.
            05 FILLER              PIC X(25) VALUE SPACES.
            05 FILLER              PIC X(27) VALUE "AUDIT TRAIL INQUIRY REPORT".
            05 FILLER              PIC X(29) VALUE SPACES.
