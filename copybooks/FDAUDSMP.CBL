         FD AUDIT-SAMPLE-FILE
            LABEL RECORDS ARE STANDARD.

*>   Sequence 0000 is the sample header - how the population was drawn
*>   and the seed that reproduces the draw; 0001 onward are the
*>   vouchers selected, with the auditors' attribute results.

         01 AUDSMP-RECORD.
            05 AUDSMP-KEY.
               10 AUDSMP-SAMPLE          PIC 9(05).
               10 AUDSMP-SEQ             PIC 9(04).
            05 AUDSMP-COMPANY            PIC 9(01).
            05 AUDSMP-METHOD             PIC X(01).
               88 AUDSMP-IS-RANDOM         VALUE "R".
               88 AUDSMP-IS-MONETARY-UNIT  VALUE "M".
               88 AUDSMP-IS-STRATIFIED     VALUE "S".
            05 AUDSMP-FROM-DATE          PIC 9(08).
            05 AUDSMP-TO-DATE            PIC 9(08).
            05 AUDSMP-SEED               PIC 9(10).
            05 AUDSMP-SAMPLE-SIZE        PIC 9(04).
            05 AUDSMP-POP-COUNT          PIC 9(06).
            05 AUDSMP-POP-AMOUNT         PIC S9(10)V99.
*>          Stratified draws only: upper amount bound of strata 1-3
*>          (zero when unused) - stratum 4 takes everything above.
            05 AUDSMP-STRATUM-LIMIT      PIC 9(08)V99 OCCURS 3 TIMES.
            05 AUDSMP-STRATUM-SIZE       PIC 9(04) OCCURS 4 TIMES.
            05 AUDSMP-CREATED-BY         PIC X(10).
            05 AUDSMP-CREATED-DATE       PIC 9(08).
            05 AUDSMP-VOUCHER            PIC 9(07).
            05 AUDSMP-SOURCE             PIC X(01).
               88 AUDSMP-IS-ARCHIVED       VALUE "A".
            05 AUDSMP-STRATUM            PIC 9(01).
            05 AUDSMP-AMOUNT             PIC S9(6)V99.
*>          One byte per attribute tested: "Y" agreed, "E" exception,
*>          space not yet tested.
            05 AUDSMP-ATTRIBUTE          PIC X(01) OCCURS 8 TIMES.
            05 AUDSMP-TESTED-BY          PIC X(10).
            05 AUDSMP-TESTED-DATE        PIC 9(08).
            05 AUDSMP-NOTE               PIC X(40).
