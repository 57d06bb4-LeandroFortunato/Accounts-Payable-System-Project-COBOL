*> wsgljrn.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-WRITE-GL-JOURNAL.CBL
*>    The caller opens GL-JOURNAL-FILE EXTEND, fills W-GLJ-POSTING-DATE,
*>    W-GLJ-VOUCHER-NUMBER and W-GLJ-DESCRIPTION, then either fills
*>    W-GLJ-DEBIT-ACCOUNT, W-GLJ-CREDIT-ACCOUNT and W-GLJ-AMOUNT and
*>    performs WRITE-GL-JOURNAL-PAIR, or fills W-GLJ-GL-ACCOUNT,
*>    W-GLJ-DEBIT and W-GLJ-CREDIT and performs WRITE-GL-JOURNAL-LINE.
*>    WRITE-GL-JOURNAL-TRAILER closes off the caller's entries before
*>    the file is closed. The entries wait in gl-journal-pending.txt
*>    until gl-journal-export moves them into the GL interface file.
*>-------------------------------------------------------------------------

      77 W-GLJ-POSTING-DATE            PIC 9(08).
      77 W-GLJ-VOUCHER-NUMBER          PIC 9(07).
      77 W-GLJ-DESCRIPTION             PIC X(30).
      77 W-GLJ-GL-ACCOUNT              PIC X(10).
      77 W-GLJ-DEBIT                   PIC S9(8)V99.
      77 W-GLJ-CREDIT                  PIC S9(8)V99.
      77 W-GLJ-DEBIT-ACCOUNT           PIC X(10).
      77 W-GLJ-CREDIT-ACCOUNT          PIC X(10).
      77 W-GLJ-AMOUNT                  PIC S9(8)V99.
      77 W-GLJ-TOTAL-DEBITS            PIC S9(10)V99 VALUE 0.
      77 W-GLJ-TOTAL-CREDITS           PIC S9(10)V99 VALUE 0.
      77 W-GLJ-LINE-COUNT              PIC 9(07) VALUE 0.

*>    Same line layout the GL interface takes from gl-journal-export.
      01 GLJ-JOURNAL-DETAIL.
         05 GLJ-JD-RECORD-TYPE         PIC X(02) VALUE "JD".
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-POSTING-DATE        PIC 9(08).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-SOURCE              PIC X(02) VALUE "AP".
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-GL-ACCOUNT          PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-DEBIT-AMOUNT        PIC 9(8).99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-CREDIT-AMOUNT       PIC 9(8).99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-VOUCHER-NUMBER      PIC 9(07).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JD-DESCRIPTION         PIC X(30).

      01 GLJ-JOURNAL-TRAILER.
         05 GLJ-JT-RECORD-TYPE         PIC X(02) VALUE "JT".
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JT-POSTING-DATE        PIC 9(08).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JT-TOTAL-DEBITS        PIC 9(10).99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JT-TOTAL-CREDITS       PIC 9(10).99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 GLJ-JT-LINE-COUNT          PIC 9(07).
