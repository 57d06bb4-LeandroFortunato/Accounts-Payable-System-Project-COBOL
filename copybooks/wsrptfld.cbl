*> wsrptfld.cbl
*>-------------------------------------------------------------------------
*>    The vendor and voucher fields an ad-hoc report definition may use,
*>    by number: name, source (V = VENDOR-RECORD, O = VOUCHER-RECORD),
*>    type (A = text, N = number, M = amount, D = date) and print width.
*>    Definitions keep the number, so new fields go on the end only.
*>    VOUCHER-GL-ACCOUNT-1 is the first distribution line; VOUCHER-OPEN
*>    (Y/N) and VOUCHER-OPEN-AMOUNT look at whether it is paid yet.
*>    Banking and TIN fields are left out on purpose - those are only
*>    shown through the audited reveal in vendor maintenance.
*>-------------------------------------------------------------------------

      01 REPORT-FIELD-VALUES.
         05 FILLER PIC X(28) VALUE "VENDOR-NUMBER           VN05".
         05 FILLER PIC X(28) VALUE "VENDOR-NAME             VA30".
         05 FILLER PIC X(28) VALUE "VENDOR-ADDRESS-1        VA30".
         05 FILLER PIC X(28) VALUE "VENDOR-CITY             VA20".
         05 FILLER PIC X(28) VALUE "VENDOR-STATE            VA02".
         05 FILLER PIC X(28) VALUE "VENDOR-COUNTRY          VA02".
         05 FILLER PIC X(28) VALUE "VENDOR-ZIP              VA10".
         05 FILLER PIC X(28) VALUE "VENDOR-CONTACT          VA30".
         05 FILLER PIC X(28) VALUE "VENDOR-PHONE            VA30".
         05 FILLER PIC X(28) VALUE "VENDOR-1099-ELIGIBLE    VA01".
         05 FILLER PIC X(28) VALUE "VENDOR-STATUS           VA08".
         05 FILLER PIC X(28) VALUE "VENDOR-PAYMENT-METHOD   VA05".
         05 FILLER PIC X(28) VALUE "VENDOR-CURRENCY         VA03".
         05 FILLER PIC X(28) VALUE "VENDOR-NET-DAYS         VN03".
         05 FILLER PIC X(28) VALUE "VENDOR-MAX-OPEN-BALANCE VM15".
         05 FILLER PIC X(28) VALUE "VENDOR-W9-EXPIRE-DATE   VD10".
         05 FILLER PIC X(28) VALUE "VENDOR-1099-BOX         VA05".
         05 FILLER PIC X(28) VALUE "VOUCHER-NUMBER          ON07".
         05 FILLER PIC X(28) VALUE "VOUCHER-INVOICE         OA15".
         05 FILLER PIC X(28) VALUE "VOUCHER-AMOUNT          OM15".
         05 FILLER PIC X(28) VALUE "VOUCHER-DATE            OD10".
         05 FILLER PIC X(28) VALUE "VOUCHER-DUE             OD10".
         05 FILLER PIC X(28) VALUE "VOUCHER-PAID-AMOUNT     OM15".
         05 FILLER PIC X(28) VALUE "VOUCHER-PAID-DATE       OD10".
         05 FILLER PIC X(28) VALUE "VOUCHER-CHECK-NO        ON06".
         05 FILLER PIC X(28) VALUE "VOUCHER-STATUS          OA08".
         05 FILLER PIC X(28) VALUE "VOUCHER-HOLD            OA01".
         05 FILLER PIC X(28) VALUE "VOUCHER-TYPE            OA07".
         05 FILLER PIC X(28) VALUE "VOUCHER-PO-NUMBER       ON05".
         05 FILLER PIC X(28) VALUE "VOUCHER-CURRENCY        OA03".
         05 FILLER PIC X(28) VALUE "VOUCHER-COMPANY         ON01".
         05 FILLER PIC X(28) VALUE "VOUCHER-TAX-AMOUNT      OM15".
         05 FILLER PIC X(28) VALUE "VOUCHER-GL-ACCOUNT-1    OA10".
         05 FILLER PIC X(28) VALUE "VOUCHER-ENTERED-BY      OA10".
         05 FILLER PIC X(28) VALUE "VOUCHER-APPROVED-BY     OA10".
         05 FILLER PIC X(28) VALUE "VOUCHER-OPEN            OA01".
         05 FILLER PIC X(28) VALUE "VOUCHER-OPEN-AMOUNT     OM15".
      01 REPORT-FIELD-TABLE REDEFINES REPORT-FIELD-VALUES.
         05 REPORT-FIELD-ENTRY OCCURS 37 TIMES.
            10 REPORT-FIELD-NAME            PIC X(24).
            10 REPORT-FIELD-SOURCE          PIC X(01).
               88 REPORT-FIELD-FROM-VENDOR  VALUE "V".
               88 REPORT-FIELD-FROM-VOUCHER VALUE "O".
            10 REPORT-FIELD-TYPE            PIC X(01).
               88 REPORT-FIELD-IS-TEXT      VALUE "A".
               88 REPORT-FIELD-IS-NUMBER    VALUE "N".
               88 REPORT-FIELD-IS-AMOUNT    VALUE "M".
               88 REPORT-FIELD-IS-DATE      VALUE "D".
            10 REPORT-FIELD-WIDTH           PIC 9(02).

      77 REPORT-FIELD-COUNT                 PIC 9(02) VALUE 37.
