*> wsvndpar.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-ROLL-UP-TO-PARENT.CBL
*>    The caller moves the vendor to W-VNDPAR-VENDOR and performs
*>    ROLL-UP-TO-PARENT; W-VNDPAR-PARENT comes back as the vendor's
*>    parent, or as the vendor itself when it has none. The caller
*>    keeps VENDOR-PARENT-FILE open.
*>-------------------------------------------------------------------------

      77 W-VNDPAR-VENDOR               PIC 9(05).
      77 W-VNDPAR-PARENT               PIC 9(05).
