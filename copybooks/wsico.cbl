      77 W-ICO-EOF                     PIC X.
      77 W-ICO-DUE-FROM-ACCT           PIC X(10).
      77 W-ICO-DUE-TO-ACCT             PIC X(10).
      77 W-ICO-SAVED-CONTROL           PIC X(400).

      01 W-ICO-DAY-AND-TIME-RIGHT-NOW.
         05 W-ICO-DAY-TODAY            PIC 9(8).
