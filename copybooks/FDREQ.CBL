         FD REQUISITION-FILE
            LABEL RECORDS ARE STANDARD.

*>       A department's request to buy, keyed by the requester. Once
*>       the department head approves it purchasing converts it into a
*>       purchase order, which points back to it.
         01 REQ-RECORD.
            05 REQ-NUMBER             PIC 9(06).
            05 REQ-REQUESTER          PIC X(10).
            05 REQ-COMPANY            PIC 9(01).
            05 REQ-DEPARTMENT         PIC X(06).
            05 REQ-DATE               PIC 9(08).
            05 REQ-NEEDED-BY          PIC 9(08).
            05 REQ-DESCRIPTION        PIC X(30).
*>          Only a suggestion - purchasing picks the vendor on the order.
            05 REQ-SUGGESTED-VENDOR   PIC 9(05).
            05 REQ-GL-ACCOUNT         PIC X(10).
            05 REQ-LINE-COUNT         PIC 9.
            05 REQ-LINE OCCURS 5 TIMES.
               10 REQ-LINE-DESCRIPTION PIC X(30).
               10 REQ-LINE-QUANTITY   PIC 9(05).
               10 REQ-LINE-AMOUNT     PIC S9(6)V99.
            05 REQ-ESTIMATED-AMOUNT   PIC S9(6)V99.
            05 REQ-STATUS             PIC X(08).
               88 REQ-IS-ENTERED      VALUE "ENTERED".
               88 REQ-IS-APPROVED     VALUE "APPROVED".
               88 REQ-IS-REJECTED     VALUE "REJECTED".
               88 REQ-IS-ORDERED      VALUE "ORDERED".
               88 REQ-IS-CANCELED     VALUE "CANCELED".
            05 REQ-APPROVED-BY        PIC X(10).
*>          Spaces, or the department head whose delegated authority
*>          was used.
            05 REQ-APPROVED-FOR       PIC X(10).
            05 REQ-APPROVED-DATE      PIC 9(08).
            05 REQ-REJECT-REASON      PIC X(30).
            05 REQ-PO-NUMBER          PIC 9(05).
            05 REQ-ORDERED-BY         PIC X(10).
            05 REQ-ORDERED-DATE       PIC 9(08).
