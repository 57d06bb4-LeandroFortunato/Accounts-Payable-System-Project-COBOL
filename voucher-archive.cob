      FILE-CONTROL.

         COPY "SLVOUCH.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLEXCLOG.CBL".

   FILE SECTION.

         COPY "FDVOUCH.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDEXCLOG.CBL".


         COPY "wsdate.cbl".
         COPY "wscase01.cbl".
         COPY "wsvndbal.cbl".

         01 W-VALID-ANSWER                    PIC X.
            88 VALID-ANSWER                     VALUE "Y", "N".
                 MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
                 PERFORM LOG-EXCEPTION-ENTRY
              NOT INVALID KEY
                 ADD 1 TO W-ARCHIVE-COUNT
                 MOVE "OPEN"    TO W-VNDBAL-PART
                 MOVE -1        TO W-VNDBAL-SIGN
                 PERFORM POST-VENDOR-BALANCE.

*>_________________________________________________________________________

COPY "PLDATE.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
*>_________________________________________________________________________
