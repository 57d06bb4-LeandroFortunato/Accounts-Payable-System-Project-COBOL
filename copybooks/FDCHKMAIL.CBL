         FD CHECK-MAIL-FILE
            LABEL RECORDS ARE STANDARD.

*>       One entry per check sent to the print-and-mail service in a
*>       check issue file. The check itself lives on the register like
*>       any other; this is its life at the mailer - which transmission
*>       carried it, and the day the service says it went into the mail
*>       (or the reason it could not).
         01 CHKMAIL-RECORD.
            05 CHKMAIL-CHECK-NUMBER      PIC 9(06).
            05 CHKMAIL-BANK-CODE         PIC X(03).
            05 CHKMAIL-RUN-NUMBER        PIC 9(06).
            05 CHKMAIL-VENDOR-NUMBER     PIC 9(05).
            05 CHKMAIL-AMOUNT            PIC S9(8)V99.
            05 CHKMAIL-ISSUE-DATE        PIC 9(08).
*>          The transmission-register entry of the issue file; zero
*>          until the file is closed and registered.
            05 CHKMAIL-XMIT-NUMBER       PIC 9(06).
            05 CHKMAIL-STATUS            PIC X(01).
               88 CHKMAIL-IS-ISSUED      VALUE "I".
               88 CHKMAIL-IS-MAILED      VALUE "M".
               88 CHKMAIL-IS-RETURNED    VALUE "R".
            05 CHKMAIL-MAILED-DATE       PIC 9(08).
            05 CHKMAIL-PROVIDER-REF      PIC X(20).
            05 CHKMAIL-CONFIRMED-DATE    PIC 9(08).
            05 CHKMAIL-REASON            PIC X(30).
