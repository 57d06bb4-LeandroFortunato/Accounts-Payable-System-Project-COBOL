*> wsperm.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-CHECK-PERMISSION.CBL
*>    Set W-PERM-MENU and W-PERM-OPTION for a menu option, or move a
*>    function code to W-PERM-FUNCTION, then PERFORM CHECK-PERMISSION.
*>-------------------------------------------------------------------------

      01 W-PERM-FUNCTION.
         05 W-PERM-MENU                PIC X(04).
         05 W-PERM-OPTION              PIC 9(02).
         05 FILLER                     PIC X(02) VALUE SPACES.

      77 W-PERM-ROLE                   PIC X(10).

      01 W-PERMISSION-GRANTED          PIC X.
         88 PERMISSION-GRANTED         VALUE "Y".
