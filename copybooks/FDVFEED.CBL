         FD VENDOR-FEED-CONSUMER-FILE
            LABEL RECORDS ARE STANDARD.

*>       Downstream systems that keep their own copy of the vendor
*>       master and take the daily change feed. Each keeps its own
*>       high-water mark into the system audit trail: a position is
*>       the change date and the entry's place among that date's
*>       entries, so it survives the audit archive trimming old days.
*>       FROM/THROUGH bound the last delta sent, which is what a rerun
*>       on the same run date sends again.
         01 VFEED-RECORD.
            05 VFEED-CONSUMER         PIC X(10).
            05 VFEED-DESCRIPTION      PIC X(30).
            05 VFEED-BANKING-FLAG     PIC X(01).
               88 VFEED-GETS-BANKING    VALUE "Y".
            05 VFEED-FROM-MARK        PIC 9(14).
            05 VFEED-THROUGH-MARK     PIC 9(14).
            05 VFEED-LAST-RUN-DATE    PIC 9(08).
            05 VFEED-LAST-XMIT-NUMBER PIC 9(06).
            05 VFEED-LAST-ROW-COUNT   PIC 9(06).
