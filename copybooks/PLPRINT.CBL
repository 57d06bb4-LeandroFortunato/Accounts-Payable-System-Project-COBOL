     MOVE CONTROL-COMPANY-PHONE TO COMPANY-HEADING-PHONE.
     MOVE COMPANY-HEADING-3 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD AFTER ADVANCING 1.
     MOVE REPORT-TITLE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD AFTER ADVANCING 1.
     MOVE HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD AFTER ADVANCING 3.
