LOG-VENDOR-EVENT.

     MOVE FUNCTION CURRENT-DATE TO W-VNDEVT-DAY-AND-TIME-RIGHT-NOW.

     OPEN EXTEND VENDOR-EVENT-FILE.

     MOVE W-VNDEVT-VENDOR      TO VNDEVT-VENDOR.
     MOVE W-SESSION-COMPANY    TO VNDEVT-COMPANY.
     MOVE W-VNDEVT-DAY-TODAY   TO VNDEVT-DATE.
     MOVE W-VNDEVT-TYPE        TO VNDEVT-TYPE.
     MOVE W-VNDEVT-INVOICE     TO VNDEVT-INVOICE.
     MOVE W-VNDEVT-PO-NUMBER   TO VNDEVT-PO-NUMBER.
     MOVE W-VNDEVT-AMOUNT      TO VNDEVT-AMOUNT.
     MOVE W-VNDEVT-PROGRAM     TO VNDEVT-PROGRAM.

     WRITE VNDEVT-RECORD.

     CLOSE VENDOR-EVENT-FILE.
*>_________________________________________________________________________
