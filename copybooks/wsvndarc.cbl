*> wsvndarc.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-LOOK-FOR-VENDOR-OR-ARCHIVE.CBL
*>    The caller moves the number to VENDOR-NUMBER; VENDOR-RECORD comes
*>    back from the live file or, failing that, the vendor archive.
*>    VENDOR-FILE and VENDOR-ARCHIVE-FILE must be open.
*>-------------------------------------------------------------------------

      77 W-VNDARC-LOOKUP-NUMBER        PIC 9(05).
      01 W-VENDOR-FROM-ARCHIVE         PIC X.
         88 VENDOR-FROM-ARCHIVE        VALUE "Y".
