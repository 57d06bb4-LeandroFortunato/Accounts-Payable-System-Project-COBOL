
         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER                   PIC X(23) VALUE SPACES.
            05 FILLER                   PIC X(19) VALUE "LIST OF STATE CODES".      
            05 FILLER                   PIC X(15) VALUE SPACES.
       MOVE CONTROL-COMPANY-PHONE TO COMPANY-HEADING-PHONE.
       MOVE COMPANY-HEADING-3 TO PRINTER-RECORD.
       WRITE PRINTER-RECORD AFTER ADVANCING 1.
       MOVE REPORT-TITLE TO PRINTER-RECORD.
       WRITE PRINTER-RECORD AFTER ADVANCING 1.

       MOVE HEADING-ITEMS TO PRINTER-RECORD.
