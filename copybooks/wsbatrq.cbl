      77 W-BATRQ-FROM-DATE             PIC 9(8).
      77 W-BATRQ-TO-DATE               PIC 9(8).
      77 W-BATRQ-VENDOR                PIC 9(5).
      77 W-BATRQ-PROGRAM               PIC X(30).
      77 W-BATRQ-RECORD-COUNT          PIC 9(9).

      01 W-BATRQ-DAY-AND-TIME-RIGHT-NOW.
         05 W-BATRQ-DAY-TODAY          PIC 9(8).
