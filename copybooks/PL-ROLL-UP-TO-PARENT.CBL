ROLL-UP-TO-PARENT.

     MOVE W-VNDPAR-VENDOR TO W-VNDPAR-PARENT.
     MOVE W-VNDPAR-VENDOR TO VNDPAR-VENDOR.

     READ VENDOR-PARENT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF VNDPAR-PARENT NOT EQUAL ZEROS
              MOVE VNDPAR-PARENT TO W-VNDPAR-PARENT
           END-IF
     END-READ.
*>_________________________________________________________________________
