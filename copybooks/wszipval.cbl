*> wszipval.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-VALIDATE-ZIP-CODE.CBL
*>-------------------------------------------------------------------------

      01 W-ZIPVAL-ZIP.
         05 W-ZIPVAL-ZIP-5             PIC X(05).
         05 W-ZIPVAL-ZIP-PLUS.
            10 W-ZIPVAL-ZIP-SEPARATOR  PIC X(01).
            10 W-ZIPVAL-ZIP-4          PIC X(04).
      77 W-ZIPVAL-CITY                 PIC X(20).
      77 W-ZIPVAL-STATE                PIC X(02).

      01 W-ZIPVAL-RESULT               PIC X.
         88 ZIPVAL-ADDRESS-OK          VALUE "Y".
         88 ZIPVAL-NO-REFERENCE        VALUE "R".
         88 ZIPVAL-BAD-FORMAT          VALUE "F".
         88 ZIPVAL-UNKNOWN-ZIP         VALUE "U".
         88 ZIPVAL-WRONG-STATE         VALUE "S".
         88 ZIPVAL-WRONG-CITY          VALUE "C".

      77 W-ZIPVAL-DEFAULT-CITY         PIC X(20).
      77 W-ZIPVAL-DEFAULT-STATE        PIC X(02).
      77 W-ZIPVAL-CITY-FOUND           PIC X.
      77 W-ZIPVAL-EOF                  PIC X.
