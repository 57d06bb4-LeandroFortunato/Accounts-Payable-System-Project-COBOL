
   WORKING-STORAGE SECTION.

         01 REPORT-TITLE.
            05 FILLER              PIC X(28) VALUE SPACES.
            05 FILLER              PIC X(29) VALUE "LIST OF ALL VENDORS BY NUMBER".
            05 FILLER              PIC X(10) VALUE SPACES.
DISPLAY-HEADINGS.
       PERFORM CLEAR-SCREEN        
       ADD 1 TO PAGE-NUMBER.
       DISPLAY REPORT-TITLE.
       PERFORM JUMP-LINE 3 TIMES.
       DISPLAY HEADING-1.
       DISPLAY HEADING-2.      
