         FD GL-RECLASS-FILE
            LABEL RECORDS ARE STANDARD.

*>       One record per reclass of a GL-posted voucher's distribution,
*>       numbered in sequence within the voucher. FROM/TO-LINE are the
*>       distribution lines as they stood when the reclass was made;
*>       the reversing and new journal entries went to the GL interface
*>       on POSTING-DATE, in fiscal period FISCAL-YEAR/FISCAL-PERIOD
*>       (zeros when no fiscal calendar is on file).
         01 GLRCL-RECORD.
            05 GLRCL-KEY.
               10 GLRCL-VOUCHER          PIC 9(07).
               10 GLRCL-SEQUENCE         PIC 9(03).
            05 GLRCL-FROM-LINE           PIC 9(01).
            05 GLRCL-FROM-ACCOUNT        PIC X(10).
            05 GLRCL-TO-LINE             PIC 9(01).
            05 GLRCL-TO-ACCOUNT          PIC X(10).
            05 GLRCL-AMOUNT              PIC S9(6)V99.
            05 GLRCL-POSTING-DATE        PIC 9(08).
            05 GLRCL-FISCAL-YEAR         PIC 9(04).
            05 GLRCL-FISCAL-PERIOD       PIC 9(02).
            05 GLRCL-REASON              PIC X(40).
            05 GLRCL-RECLASSED-BY        PIC X(10).
            05 GLRCL-RECLASSED-TIME      PIC 9(04).
