IDENTIFICATION DIVISION.
PROGRAM-ID. role-permission-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLROLE.CBL".
         COPY "SLUSER.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "role-permission-review.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDROLE.CBL".
         COPY "FDUSER.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsfunc.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE "ROLE / PERMISSION REVIEW - WHO CAN DO WHAT".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

*>       The two parts of the report carry their own column headings;
*>       the one in use is moved into HEADING-1 / HEADING-2.
         01 HEADING-1              PIC X(132).
         01 HEADING-2              PIC X(132).

         01 ROLE-HEADING-1.
            05 FILLER              PIC X(61) VALUE "ROLE       DESCRIPTION / USER / FUNCTION                     ".
            05 FILLER              PIC X(61) VALUE "                                                             ".

         01 ROLE-HEADING-2.
            05 FILLER              PIC X(61) VALUE "========== ==================================================".
            05 FILLER              PIC X(61) VALUE "                                                             ".

         01 FUNCTION-HEADING-1.
            05 FILLER              PIC X(61) VALUE "FUNCTION DESCRIPTION                    USERS ROLES ALLOWED  ".
            05 FILLER              PIC X(61) VALUE "                                                             ".

         01 FUNCTION-HEADING-2.
            05 FILLER              PIC X(61) VALUE "======== ============================== ===== ===============".
            05 FILLER              PIC X(61) VALUE "=============================================================".

         01 DETAIL-ROLE.
            05 D-ROLE                     PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ROLE-DESCRIPTION         PIC X(30).
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-ROLE-USERS               PIC ZZZZ9.
            05 FILLER                     PIC X(10) VALUE " USER(S)  ".
            05 D-ROLE-FUNCTIONS           PIC X(20).

         01 DETAIL-USER.
            05 FILLER                     PIC X(13) VALUE SPACES.
            05 FILLER                     PIC X(06) VALUE "USER: ".
            05 D-USER-ID                  PIC X(10).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-USER-STATUS              PIC X(06).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-USER-LOGIN-TEXT          PIC X(12).
            05 D-USER-LAST-LOGIN          PIC X(10).

         01 DETAIL-FUNCTION.
            05 FILLER                     PIC X(13) VALUE SPACES.
            05 D-FUNCTION                 PIC X(08).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-FUNCTION-DESCRIPTION     PIC X(30).

         01 DETAIL-WHO.
            05 D-WHO-FUNCTION             PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-WHO-DESCRIPTION          PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-WHO-USERS                PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-WHO-ROLES                PIC X(76).

*>       Every role on file, with how many users hold it, for the
*>       who-can-do-what part.
         01 W-ROLE-TABLE.
            05 W-ROLE-ENTRY OCCURS 50 TIMES.
               10 W-ROLE-CODE             PIC X(10).
               10 W-ROLE-USERS            PIC 9(05).

         77 W-ROLE-COUNT           PIC 9(03) VALUE 0.
         77 W-ROLE-INDEX           PIC 9(03).
         77 W-CURRENT-ROLE         PIC X(10).
         77 W-ROLE-USER-COUNT      PIC 9(05).
         77 W-ROLE-GRANT-COUNT     PIC 9(05).
         77 W-WHO-USER-COUNT       PIC 9(05).
         77 W-WHO-POINTER          PIC 9(03).
         77 W-UNDEFINED-USERS      PIC 9(05) VALUE 0.
         77 W-ROLES-LISTED         PIC 9(05) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZ9.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-END-OF-ROLE          PIC X.
            88 END-OF-ROLE      VALUE "Y".

         01 W-FOUND-ROLE           PIC X.
            88 FOUND-ROLE       VALUE "Y".

         01 W-FOUND-FUNCTION       PIC X.
            88 FOUND-FUNCTION   VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
         77 W-FORMATTED-DATE       PIC 99/99/9999.
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Access review: part one lists every role with the users who hold
*>   it and the functions it grants; part two turns that round and
*>   lists, for every function, the roles (and so the number of users)
*>   that may use it. Users whose role is not on file are listed last.

   PERFORM READ-SESSION-COMPANY.

     OPEN INPUT ROLE-PERMISSION-FILE.
     OPEN INPUT USER-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     MOVE 0 TO PAGE-NUMBER.
     MOVE ROLE-HEADING-1 TO HEADING-1.
     MOVE ROLE-HEADING-2 TO HEADING-2.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO ROLEPERM-KEY.
     START ROLE-PERMISSION-FILE KEY IS NOT LESS THAN ROLEPERM-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM REPORT-NEXT-ROLE UNTIL END-OF-FILE.

     PERFORM FINALIZE-PAGE.
     MOVE FUNCTION-HEADING-1 TO HEADING-1.
     MOVE FUNCTION-HEADING-2 TO HEADING-2.
     PERFORM PRINT-HEADINGS.

     PERFORM REPORT-WHO-CAN-USE-FUNCTION
             VARYING CATALOGUE-INDEX FROM 1 BY 1
             UNTIL CATALOGUE-INDEX GREATER THAN CATALOGUE-SIZE.

     PERFORM REPORT-USERS-WITH-UNDEFINED-ROLE.
     PERFORM FINALIZE-PAGE.

     CLOSE ROLE-PERMISSION-FILE.
     CLOSE USER-FILE.
     CLOSE PRINTER-FILE.

     MOVE "ROLE-REVIEW" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-ROLES-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " ROLE(S) REVIEWED - SEE role-permission-review.prn".
     IF W-UNDEFINED-USERS GREATER THAN ZERO
        MOVE W-UNDEFINED-USERS TO W-COUNT-EDITED
        DISPLAY W-COUNT-EDITED " USER(S) HOLD A ROLE THAT IS NOT ON FILE !".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

REPORT-NEXT-ROLE.

     READ ROLE-PERMISSION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF ROLEPERM-IS-ROLE-HEADER
              PERFORM REPORT-ONE-ROLE
           END-IF
     END-READ.
*>_________________________________________________________________________

REPORT-ONE-ROLE.

     MOVE ROLEPERM-ROLE TO W-CURRENT-ROLE.
     ADD 1 TO W-ROLES-LISTED.

     MOVE 0 TO W-ROLE-USER-COUNT.
     PERFORM SCAN-USERS-IN-ROLE.

     IF W-ROLE-COUNT LESS THAN 50
        ADD 1 TO W-ROLE-COUNT
        MOVE W-CURRENT-ROLE    TO W-ROLE-CODE (W-ROLE-COUNT)
        MOVE W-ROLE-USER-COUNT TO W-ROLE-USERS (W-ROLE-COUNT).

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE W-CURRENT-ROLE       TO D-ROLE.
     MOVE ROLEPERM-DESCRIPTION TO D-ROLE-DESCRIPTION.
     MOVE W-ROLE-USER-COUNT    TO D-ROLE-USERS.
     IF W-CURRENT-ROLE EQUAL "ADMIN"
        MOVE "- EVERY FUNCTION"   TO D-ROLE-FUNCTIONS
     ELSE
        MOVE SPACES               TO D-ROLE-FUNCTIONS.
     MOVE DETAIL-ROLE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-USERS-IN-ROLE.

*>   The grants follow the header on the file.

     MOVE 0 TO W-ROLE-GRANT-COUNT.
     MOVE "N" TO W-END-OF-ROLE.
     PERFORM PRINT-NEXT-GRANT UNTIL END-OF-ROLE.

     IF W-ROLE-GRANT-COUNT EQUAL ZERO AND W-CURRENT-ROLE NOT EQUAL "ADMIN"
        MOVE SPACES TO DETAIL-FUNCTION
        MOVE "** NO FUNCTIONS GRANTED **" TO D-FUNCTION-DESCRIPTION
        MOVE DETAIL-FUNCTION TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     MOVE W-CURRENT-ROLE TO ROLEPERM-ROLE.
     MOVE HIGH-VALUES TO ROLEPERM-FUNCTION.
     START ROLE-PERMISSION-FILE KEY IS GREATER THAN ROLEPERM-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

SCAN-USERS-IN-ROLE.

     MOVE "N" TO W-END-OF-ROLE.
     MOVE LOW-VALUES TO USER-ID.
     START USER-FILE KEY IS NOT LESS THAN USER-ID
        INVALID KEY
           MOVE "Y" TO W-END-OF-ROLE.
     PERFORM COUNT-NEXT-USER UNTIL END-OF-ROLE.
*>_________________________________________________________________________

COUNT-NEXT-USER.

     READ USER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF USER-ROLE EQUAL W-CURRENT-ROLE
              ADD 1 TO W-ROLE-USER-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-USERS-IN-ROLE.

     MOVE "N" TO W-END-OF-ROLE.
     MOVE LOW-VALUES TO USER-ID.
     START USER-FILE KEY IS NOT LESS THAN USER-ID
        INVALID KEY
           MOVE "Y" TO W-END-OF-ROLE.
     PERFORM PRINT-NEXT-USER UNTIL END-OF-ROLE.
*>_________________________________________________________________________

PRINT-NEXT-USER.

     READ USER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF USER-ROLE EQUAL W-CURRENT-ROLE
              PERFORM PRINT-ONE-USER
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-ONE-USER.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE USER-ID TO D-USER-ID.
     IF USER-IS-LOCKED
        MOVE "LOCKED" TO D-USER-STATUS
     ELSE
        MOVE "ACTIVE" TO D-USER-STATUS.

     IF USER-LAST-LOGIN-DATE NUMERIC AND USER-LAST-LOGIN-DATE NOT EQUAL ZEROS
        COMPUTE DUMMY-FOR-DATE-12 = USER-LAST-LOGIN-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        MOVE "LAST LOGIN: " TO D-USER-LOGIN-TEXT
        MOVE W-FORMATTED-DATE TO D-USER-LAST-LOGIN
     ELSE
        MOVE "NEVER SIGNED" TO D-USER-LOGIN-TEXT
        MOVE " ON"          TO D-USER-LAST-LOGIN.

     MOVE DETAIL-USER TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-NEXT-GRANT.

     READ ROLE-PERMISSION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF ROLEPERM-ROLE NOT EQUAL W-CURRENT-ROLE
              MOVE "Y" TO W-END-OF-ROLE
           ELSE
              PERFORM PRINT-ONE-GRANT
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-ONE-GRANT.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     ADD 1 TO W-ROLE-GRANT-COUNT.
     MOVE ROLEPERM-FUNCTION TO D-FUNCTION.

     MOVE "N" TO W-FOUND-FUNCTION.
     MOVE "** NO LONGER IN USE **" TO D-FUNCTION-DESCRIPTION.
     PERFORM FIND-GRANTED-FUNCTION
             VARYING CATALOGUE-INDEX FROM 1 BY 1
             UNTIL CATALOGUE-INDEX GREATER THAN CATALOGUE-SIZE
                OR FOUND-FUNCTION.

     MOVE DETAIL-FUNCTION TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

FIND-GRANTED-FUNCTION.

     IF CATALOGUE-FUNCTION (CATALOGUE-INDEX) EQUAL ROLEPERM-FUNCTION
        MOVE "Y" TO W-FOUND-FUNCTION
        MOVE CATALOGUE-DESCRIPTION (CATALOGUE-INDEX) TO D-FUNCTION-DESCRIPTION.
*>_________________________________________________________________________

REPORT-WHO-CAN-USE-FUNCTION.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO D-WHO-ROLES.
     MOVE 1 TO W-WHO-POINTER.
     MOVE 0 TO W-WHO-USER-COUNT.

     PERFORM CHECK-ROLE-FOR-FUNCTION
             VARYING W-ROLE-INDEX FROM 1 BY 1
             UNTIL W-ROLE-INDEX GREATER THAN W-ROLE-COUNT.

     MOVE CATALOGUE-FUNCTION (CATALOGUE-INDEX)    TO D-WHO-FUNCTION.
     MOVE CATALOGUE-DESCRIPTION (CATALOGUE-INDEX) TO D-WHO-DESCRIPTION.
     MOVE W-WHO-USER-COUNT TO D-WHO-USERS.
     MOVE DETAIL-WHO TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

CHECK-ROLE-FOR-FUNCTION.

     MOVE "N" TO W-FOUND-ROLE.
     IF W-ROLE-CODE (W-ROLE-INDEX) EQUAL "ADMIN"
        MOVE "Y" TO W-FOUND-ROLE
     ELSE
        MOVE W-ROLE-CODE (W-ROLE-INDEX)          TO ROLEPERM-ROLE
        MOVE CATALOGUE-FUNCTION (CATALOGUE-INDEX) TO ROLEPERM-FUNCTION
        READ ROLE-PERMISSION-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-ROLE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-ROLE
        END-READ.

     IF FOUND-ROLE
        ADD W-ROLE-USERS (W-ROLE-INDEX) TO W-WHO-USER-COUNT
        STRING FUNCTION TRIM(W-ROLE-CODE (W-ROLE-INDEX)) DELIMITED BY SIZE
               " "                                        DELIMITED BY SIZE
          INTO D-WHO-ROLES
          WITH POINTER W-WHO-POINTER
          ON OVERFLOW
             MOVE "..." TO D-WHO-ROLES (74:3)
        END-STRING.
*>_________________________________________________________________________

REPORT-USERS-WITH-UNDEFINED-ROLE.

*>   A user whose role has no record can do nothing but sign on; it is
*>   listed so the review catches a role deleted or mistyped.

     MOVE "N" TO W-END-OF-ROLE.
     MOVE LOW-VALUES TO USER-ID.
     START USER-FILE KEY IS NOT LESS THAN USER-ID
        INVALID KEY
           MOVE "Y" TO W-END-OF-ROLE.
     PERFORM CHECK-NEXT-USER-ROLE UNTIL END-OF-ROLE.

     IF W-UNDEFINED-USERS EQUAL ZERO
        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        MOVE "EVERY USER HOLDS A ROLE THAT IS ON FILE." TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

CHECK-NEXT-USER-ROLE.

     READ USER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           PERFORM CHECK-ONE-USER-ROLE
     END-READ.
*>_________________________________________________________________________

CHECK-ONE-USER-ROLE.

     MOVE "N" TO W-FOUND-ROLE.
     PERFORM MATCH-USER-ROLE
             VARYING W-ROLE-INDEX FROM 1 BY 1
             UNTIL W-ROLE-INDEX GREATER THAN W-ROLE-COUNT
                OR FOUND-ROLE.

     IF NOT FOUND-ROLE
        IF W-UNDEFINED-USERS EQUAL ZERO
           MOVE SPACES TO PRINTER-RECORD
           WRITE PRINTER-RECORD BEFORE ADVANCING 1
           MOVE "USERS HOLDING A ROLE THAT IS NOT ON FILE (NO ACCESS BEYOND SIGN-ON):"
             TO PRINTER-RECORD
           WRITE PRINTER-RECORD BEFORE ADVANCING 1
           ADD 2 TO W-PRINTED-LINES
        END-IF
        ADD 1 TO W-UNDEFINED-USERS
        MOVE USER-ROLE TO W-CURRENT-ROLE
        PERFORM PRINT-ONE-USER
        MOVE SPACES TO PRINTER-RECORD
        STRING "             ROLE: " W-CURRENT-ROLE DELIMITED BY SIZE
          INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

MATCH-USER-ROLE.

     IF W-ROLE-CODE (W-ROLE-INDEX) EQUAL USER-ROLE
        MOVE "Y" TO W-FOUND-ROLE.
*>_________________________________________________________________________

COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
