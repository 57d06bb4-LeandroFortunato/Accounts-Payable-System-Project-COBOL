         FD CARRIER-RATE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One line of a carrier's tariff: the lane is the first three
*>       digits of the origin and destination ZIP codes, and the weight
*>       break is the least weight in pounds the rate applies from. A
*>       shipment is rated at the highest break its weight reaches on
*>       its lane. The rate is per hundred pounds; the fuel surcharge
*>       is a percentage added on top of the line-haul charge.
         01 CARATE-RECORD.
            05 CARATE-KEY.
               10 CARATE-VENDOR          PIC 9(05).
               10 CARATE-ORIGIN-ZONE     PIC X(03).
               10 CARATE-DEST-ZONE       PIC X(03).
               10 CARATE-WEIGHT-BREAK    PIC 9(06).
            05 CARATE-RATE-PER-CWT       PIC 9(04)V99.
            05 CARATE-FUEL-PERCENT       PIC 9(02)V99.
            05 CARATE-EFFECTIVE-DATE     PIC 9(08).
