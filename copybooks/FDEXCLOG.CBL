               88 EXCLOG-RESOLVED        VALUE "RESOLVED".
            05 EXCLOG-NOTE            PIC X(40).
            05 EXCLOG-RESOLVED-DATE   PIC 9(08).
*>          The user the workbench has handed the entry to; it shows
*>          in their inbox until resolved. Spaces - nobody yet.
            05 EXCLOG-ASSIGNED-TO     PIC X(10).
