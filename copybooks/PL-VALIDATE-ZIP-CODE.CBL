VALIDATE-ZIP-CODE.

*>   Checks a US city/state/ZIP against the postal reference file
*>   (open INPUT by the caller) and returns the Postal Service's
*>   default city and state for the ZIP, to offer as the correction.
*>   Until the reference is loaded nothing can be judged, and
*>   ZIPVAL-NO-REFERENCE tells the caller to let the address pass.

     MOVE "Y"    TO W-ZIPVAL-RESULT.
     MOVE SPACES TO W-ZIPVAL-DEFAULT-CITY.
     MOVE SPACES TO W-ZIPVAL-DEFAULT-STATE.
     MOVE "N"    TO W-ZIPVAL-CITY-FOUND.

     INSPECT W-ZIPVAL-CITY  CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
     INSPECT W-ZIPVAL-STATE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF W-ZIPVAL-ZIP-5 NOT NUMERIC
        MOVE "F" TO W-ZIPVAL-RESULT
     ELSE
        IF W-ZIPVAL-ZIP-PLUS EQUAL SPACES
           CONTINUE
        ELSE
           IF W-ZIPVAL-ZIP-SEPARATOR EQUAL "-"
              AND W-ZIPVAL-ZIP-4 NUMERIC
              CONTINUE
           ELSE
              IF W-ZIPVAL-ZIP-PLUS (1:4) NUMERIC
                 AND W-ZIPVAL-ZIP-PLUS (5:1) EQUAL SPACE
                 CONTINUE
              ELSE
                 MOVE "F" TO W-ZIPVAL-RESULT.

     IF ZIPVAL-ADDRESS-OK
        MOVE "N" TO W-ZIPVAL-EOF
        MOVE W-ZIPVAL-ZIP-5 TO ZIPREF-ZIP
        MOVE LOW-VALUES     TO ZIPREF-CITY
        START ZIP-REFERENCE-FILE KEY IS NOT LESS THAN ZIPREF-KEY
           INVALID KEY
              MOVE "Y" TO W-ZIPVAL-EOF
        END-START
        PERFORM SCAN-NEXT-ZIP-REFERENCE UNTIL W-ZIPVAL-EOF EQUAL "Y"
        IF W-ZIPVAL-DEFAULT-STATE EQUAL SPACES
           PERFORM CHECK-ZIP-REFERENCE-LOADED
        ELSE
           IF W-ZIPVAL-STATE NOT EQUAL W-ZIPVAL-DEFAULT-STATE
              MOVE "S" TO W-ZIPVAL-RESULT
           ELSE
              IF W-ZIPVAL-CITY-FOUND NOT EQUAL "Y"
                 MOVE "C" TO W-ZIPVAL-RESULT.
*>_________________________________________________________________________

SCAN-NEXT-ZIP-REFERENCE.

     READ ZIP-REFERENCE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-ZIPVAL-EOF
        NOT AT END
           IF ZIPREF-ZIP NOT EQUAL W-ZIPVAL-ZIP-5
              MOVE "Y" TO W-ZIPVAL-EOF
           ELSE
              IF ZIPREF-IS-DEFAULT
                 OR W-ZIPVAL-DEFAULT-STATE EQUAL SPACES
                 MOVE ZIPREF-CITY  TO W-ZIPVAL-DEFAULT-CITY
                 MOVE ZIPREF-STATE TO W-ZIPVAL-DEFAULT-STATE
              END-IF
              IF ZIPREF-CITY EQUAL W-ZIPVAL-CITY
                 AND NOT ZIPREF-IS-NOT-ACCEPTABLE
                 MOVE "Y" TO W-ZIPVAL-CITY-FOUND
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-ZIP-REFERENCE-LOADED.

*>   An unknown ZIP only counts against the address when the file
*>   holds anything at all.

     MOVE "U" TO W-ZIPVAL-RESULT.
     MOVE LOW-VALUES TO ZIPREF-KEY.
     START ZIP-REFERENCE-FILE KEY IS NOT LESS THAN ZIPREF-KEY
        INVALID KEY
           MOVE "R" TO W-ZIPVAL-RESULT.
*>_________________________________________________________________________
