CHECK-PERMISSION.

*>   Looks up the signed-on user's role against the role/permission
*>   matrix for W-PERM-FUNCTION. ADMIN may always go ahead; a session
*>   that is not active may not. SESSION-FILE and ROLE-PERMISSION-FILE
*>   must not be open.

     MOVE "N"    TO W-PERMISSION-GRANTED.
     MOVE SPACES TO W-PERM-ROLE.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
     OPEN INPUT SESSION-FILE.
     READ SESSION-FILE RECORD
        INVALID KEY
           MOVE SPACES TO W-PERM-ROLE
        NOT INVALID KEY
           IF SESSION-IS-ACTIVE
              MOVE SESSION-ROLE TO W-PERM-ROLE
           END-IF
     END-READ.
     CLOSE SESSION-FILE.

     IF W-PERM-ROLE EQUAL "ADMIN"
        MOVE "Y" TO W-PERMISSION-GRANTED
     ELSE
        IF W-PERM-ROLE NOT EQUAL SPACES
           OPEN INPUT ROLE-PERMISSION-FILE
           MOVE W-PERM-ROLE     TO ROLEPERM-ROLE
           MOVE W-PERM-FUNCTION TO ROLEPERM-FUNCTION
           READ ROLE-PERMISSION-FILE RECORD
              INVALID KEY
                 MOVE "N" TO W-PERMISSION-GRANTED
              NOT INVALID KEY
                 MOVE "Y" TO W-PERMISSION-GRANTED
           END-READ
           CLOSE ROLE-PERMISSION-FILE.
*>_________________________________________________________________________
