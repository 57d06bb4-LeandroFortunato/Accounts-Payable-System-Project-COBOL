IDENTIFICATION DIVISION.
PROGRAM-ID. my-inbox.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLSESSION.CBL".
         COPY "SLROLE.CBL".
         COPY "SLUSER.CBL".
         COPY "SLDELEG.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVAPPR.CBL".
         COPY "SLVVERF.CBL".
         COPY "SLVBATCH.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVNDCERT.CBL".
         COPY "SLCBLOG.CBL".
         COPY "SLACHPEND.CBL".
         COPY "SLSCRHIT.CBL".
*>       Neither may exist yet on a fresh directory, so they are
*>       OPTIONAL here: a missing file just reads as empty.
         SELECT OPTIONAL EXCEPTION-LOG-FILE
                ASSIGN TO "exception-log-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT OPTIONAL SYSTEM-AUDIT-FILE
                ASSIGN TO "system-audit-file"
                ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDSESSION.CBL".
         COPY "FDROLE.CBL".
         COPY "FDUSER.CBL".
         COPY "FDDELEG.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVAPPR.CBL".
         COPY "FDVVERF.CBL".
         COPY "FDVBATCH.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVNDCERT.CBL".
         COPY "FDCBLOG.CBL".
         COPY "FDACHPEND.CBL".
         COPY "FDSCRHIT.CBL".
         COPY "FDEXCLOG.CBL".
         COPY "FDSYSAUD.CBL".

   WORKING-STORAGE SECTION.

         COPY "wscase01.cbl".
         COPY "wsperm.cbl".
         COPY "wscert.cbl".
         COPY "wsapprq.cbl".

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE           VALUE "Y".

         77 W-CURRENT-USER-ID         PIC X(10).
         77 W-SESSION-COMPANY         PIC 9 VALUE 1.

*>       Which kinds of work the user's role lets them handle at all;
*>       an inbox never offers what the handling program would refuse.
         01 W-MAY-APPROVE-VOUCHERS    PIC X.
            88 MAY-APPROVE-VOUCHERS  VALUE "Y".
         01 W-MAY-ACTIVATE-VENDORS    PIC X.
            88 MAY-ACTIVATE-VENDORS  VALUE "Y".
         01 W-MAY-VERIFY-CALLBACKS    PIC X.
            88 MAY-VERIFY-CALLBACKS  VALUE "Y".
         01 W-MAY-RELEASE-ACH         PIC X.
            88 MAY-RELEASE-ACH       VALUE "Y".
         01 W-MAY-RESOLVE-SCREENING   PIC X.
            88 MAY-RESOLVE-SCREENING VALUE "Y".
         01 W-MAY-WORK-EXCEPTIONS     PIC X.
            88 MAY-WORK-EXCEPTIONS   VALUE "Y".
         01 W-MAY-VERIFY-VOUCHERS     PIC X.
            88 MAY-VERIFY-VOUCHERS   VALUE "Y".

*>       The user's own approval authority and the delegations running
*>       to them today, loaded once so each voucher is weighed in core.
         01 W-MY-ROLE-IS-ADMIN        PIC X.
            88 MY-ROLE-IS-ADMIN      VALUE "Y".
         77 W-OWN-LIMIT               PIC 9(8)V99.
         01 MY-DELEGATION-TABLE.
            05 MY-DELEG-COUNT         PIC 9(02) VALUE 0.
            05 MY-DELEG-ENTRY OCCURS 20 TIMES.
               10 MY-DELEG-FROM-USER  PIC X(10).
               10 MY-DELEG-IS-ADMIN   PIC X(01).
               10 MY-DELEG-LIMIT      PIC 9(8)V99.
         77 W-DELEG-INDEX             PIC 9(02).

         77 W-APPROVAL-AMOUNT         PIC 9(8)V99.
         01 W-HAS-APPROVAL-AUTHORITY  PIC X.
            88 HAS-APPROVAL-AUTHORITY VALUE "Y".
         01 W-END-OF-APPROVALS        PIC X.
            88 END-OF-APPROVALS      VALUE "Y".
         01 W-PENDING-FIRST-APPROVAL  PIC X.
            88 PENDING-FIRST-APPROVAL VALUE "Y".
         77 W-FIRST-APPROVED-BY       PIC X(10).
         77 W-FIRST-ON-BEHALF-OF      PIC X(10).

*>       The onboarding checklist, as vendor-onboarding judges it.
         01 W-CHECKLIST-COMPLETE      PIC X.
            88 CHECKLIST-COMPLETE    VALUE "Y".
         01 W-VENDOR-ITEMS-LISTED     PIC X.
            88 VENDOR-ITEMS-LISTED   VALUE "Y".
         01 W-VOUCHER-ITEMS-LISTED    PIC X.
            88 VOUCHER-ITEMS-LISTED  VALUE "Y".

*>       One line per piece of work waiting on the user, in the order
*>       found; the item date is what the age is counted from. The
*>       fallback date stands in when the audit trail has no date.
         01 INBOX-TABLE.
            05 INBOX-COUNT            PIC 9(03) VALUE 0.
            05 INBOX-ITEM OCCURS 200 TIMES.
               10 INBOX-TYPE          PIC X(10).
               10 INBOX-KEY           PIC X(15).
               10 INBOX-DESCRIPTION   PIC X(40).
               10 INBOX-ITEM-DATE     PIC 9(08).
               10 INBOX-PROGRAM       PIC X(30).
               10 INBOX-HINT          PIC X(40).
               10 INBOX-FALLBACK-DATE PIC 9(08).
         01 W-INBOX-OVERFLOW          PIC X.
            88 INBOX-OVERFLOW        VALUE "Y".
         77 W-ITEM-INDEX              PIC 9(03).
         77 W-CHOSEN-ITEM             PIC 9(03).
         77 W-CALLED-PROGRAM          PIC X(30).

         01 W-NEW-ITEM.
            05 W-NEW-TYPE             PIC X(10).
            05 W-NEW-KEY              PIC X(15).
            05 W-NEW-DESCRIPTION      PIC X(40).
            05 W-NEW-DATE             PIC 9(08).
            05 W-NEW-PROGRAM          PIC X(30).
            05 W-NEW-HINT             PIC X(40).
            05 W-NEW-FALLBACK-DATE    PIC 9(08) VALUE ZEROS.

         77 W-EXCLOG-SEQUENCE         PIC 9(5).
         77 W-AGE-DAYS                PIC 9(5).
         77 W-FORMATTED-AMOUNT        PIC ZZZ,ZZ9.99-.

         01 DETAIL-LINE.
            05 DL-ITEM-NUMBER         PIC ZZ9.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 DL-TYPE                PIC X(10).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 DL-KEY                 PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 DL-DESCRIPTION         PIC X(40).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 DL-AGE                 PIC ZZZZ9.
            05 DL-AGE-X REDEFINES DL-AGE
                                      PIC X(05).

         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER          VALUE "Y","N".
         77 MSG-CONFIRMATION          PIC X(60).
         77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     PERFORM GET-CURRENT-USER.
     PERFORM READ-SESSION-COMPANY.

     IF W-CURRENT-USER-ID EQUAL SPACES
        DISPLAY "NO ACTIVE SESSION - SIGN ON TO SEE YOUR INBOX ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM FIND-WHAT-THE-USER-MAY-HANDLE
        PERFORM BUILD-THE-INBOX
        PERFORM SHOW-THE-INBOX
        PERFORM WORK-ONE-ITEM UNTIL W-CHOSEN-ITEM EQUAL ZEROS.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GET-CURRENT-USER.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
     OPEN INPUT SESSION-FILE.
     READ SESSION-FILE RECORD
        INVALID KEY
           MOVE SPACES TO W-CURRENT-USER-ID
        NOT INVALID KEY
           IF SESSION-IS-ACTIVE
              MOVE SESSION-USER-ID TO W-CURRENT-USER-ID
           ELSE
              MOVE SPACES TO W-CURRENT-USER-ID.
     CLOSE SESSION-FILE.
*>_________________________________________________________________________

FIND-WHAT-THE-USER-MAY-HANDLE.

*>   The same role/permission entries the handling programs sit
*>   behind on their menus.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "PAYM" TO W-PERM-MENU.
     MOVE 01     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-APPROVE-VOUCHERS.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "VEND" TO W-PERM-MENU.
     MOVE 22     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-ACTIVATE-VENDORS.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "VEND" TO W-PERM-MENU.
     MOVE 21     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-VERIFY-CALLBACKS.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "PAYM" TO W-PERM-MENU.
     MOVE 15     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-RELEASE-ACH.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "MAIN" TO W-PERM-MENU.
     MOVE 24     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-RESOLVE-SCREENING.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "MAIN" TO W-PERM-MENU.
     MOVE 20     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-WORK-EXCEPTIONS.

     MOVE SPACES TO W-PERM-FUNCTION.
     MOVE "VOUC" TO W-PERM-MENU.
     MOVE 08     TO W-PERM-OPTION.
     PERFORM CHECK-PERMISSION.
     MOVE W-PERMISSION-GRANTED TO W-MAY-VERIFY-VOUCHERS.
*>_________________________________________________________________________

BUILD-THE-INBOX.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     MOVE 0   TO INBOX-COUNT.
     MOVE "N" TO W-INBOX-OVERFLOW.

     IF MAY-APPROVE-VOUCHERS
        PERFORM COLLECT-VOUCHERS-TO-APPROVE.

     IF MAY-ACTIVATE-VENDORS
        PERFORM COLLECT-VENDORS-TO-ACTIVATE.

     IF MAY-VERIFY-CALLBACKS
        PERFORM COLLECT-CALLBACKS-TO-VERIFY.

     IF MAY-RELEASE-ACH
        PERFORM COLLECT-ACH-BATCHES-TO-RELEASE.

     IF MAY-RESOLVE-SCREENING
        PERFORM COLLECT-OPEN-SCREENING-HITS.

     IF MAY-WORK-EXCEPTIONS
        PERFORM COLLECT-ASSIGNED-EXCEPTIONS.

*>   Re-keys waiting on someone, and the user's own vouchers sent
*>   back to them on a mismatch - those need no permission to see.
     PERFORM COLLECT-DOUBLE-KEY-WORK.
*>_________________________________________________________________________

ADD-INBOX-ITEM.

     IF INBOX-COUNT LESS THAN 200
        ADD 1 TO INBOX-COUNT
        MOVE W-NEW-ITEM TO INBOX-ITEM (INBOX-COUNT)
     ELSE
        MOVE "Y" TO W-INBOX-OVERFLOW.

     MOVE ZEROS TO W-NEW-FALLBACK-DATE.
*>_________________________________________________________________________

COLLECT-VOUCHERS-TO-APPROVE.

*>   An entered voucher of this company the user may approve right
*>   now: not their own, its batch released, within their own or a
*>   delegated limit, and not one whose first approval they gave.
*>   Its age runs from the day it was keyed, as the audit trail has
*>   it, not from the vendor's invoice date.

     PERFORM LOAD-MY-APPROVAL-AUTHORITY.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-APPROVAL-FILE.
     OPEN INPUT VOUCHER-BATCH-FILE.
     OPEN INPUT VOUCHER-VERIFY-FILE.

     MOVE "N" TO W-VOUCHER-ITEMS-LISTED.
     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-VOUCHER UNTIL END-OF-FILE.

     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-APPROVAL-FILE.
     CLOSE VOUCHER-BATCH-FILE.
     CLOSE VOUCHER-VERIFY-FILE.

     IF VOUCHER-ITEMS-LISTED
        PERFORM DATE-VOUCHER-ITEMS-FROM-AUDIT.
*>_________________________________________________________________________

LOAD-MY-APPROVAL-AUTHORITY.

     MOVE "N"   TO W-MY-ROLE-IS-ADMIN.
     MOVE ZEROS TO W-OWN-LIMIT.
     MOVE 0     TO MY-DELEG-COUNT.

     OPEN INPUT USER-FILE.
     OPEN INPUT APPROVAL-DELEGATION-FILE.

     MOVE W-CURRENT-USER-ID TO USER-ID.
     READ USER-FILE RECORD
        NOT INVALID KEY
           IF ROLE-IS-ADMIN
              MOVE "Y" TO W-MY-ROLE-IS-ADMIN
           ELSE
              IF USER-APPROVAL-LIMIT NUMERIC
                 MOVE USER-APPROVAL-LIMIT TO W-OWN-LIMIT
              END-IF
           END-IF
     END-READ.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO DELEG-KEY.
     START APPROVAL-DELEGATION-FILE KEY IS NOT LESS THAN DELEG-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM LOAD-NEXT-DELEGATION UNTIL END-OF-FILE.

     CLOSE USER-FILE.
     CLOSE APPROVAL-DELEGATION-FILE.
*>_________________________________________________________________________

LOAD-NEXT-DELEGATION.

     READ APPROVAL-DELEGATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF DELEG-TO-USER EQUAL W-CURRENT-USER-ID
              AND DELEG-IS-ACTIVE
              AND DELEG-START-DATE NOT GREATER THAN W-DAY-TODAY
              AND DELEG-END-DATE NOT LESS THAN W-DAY-TODAY
              AND MY-DELEG-COUNT LESS THAN 20
              PERFORM LOAD-DELEGATOR-LIMIT
           END-IF
     END-READ.
*>_________________________________________________________________________

LOAD-DELEGATOR-LIMIT.

     MOVE DELEG-FROM-USER TO USER-ID.
     READ USER-FILE RECORD
        NOT INVALID KEY
           ADD 1 TO MY-DELEG-COUNT
           MOVE DELEG-FROM-USER TO MY-DELEG-FROM-USER (MY-DELEG-COUNT)
           MOVE "N"   TO MY-DELEG-IS-ADMIN (MY-DELEG-COUNT)
           MOVE ZEROS TO MY-DELEG-LIMIT (MY-DELEG-COUNT)
           IF ROLE-IS-ADMIN
              MOVE "Y" TO MY-DELEG-IS-ADMIN (MY-DELEG-COUNT)
           ELSE
              IF USER-APPROVAL-LIMIT NUMERIC
                 MOVE USER-APPROVAL-LIMIT TO MY-DELEG-LIMIT (MY-DELEG-COUNT)
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-IS-ENTERED
              AND VOUCHER-ENTERED-BY NOT EQUAL W-CURRENT-USER-ID
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS
                       AND W-SESSION-COMPANY EQUAL 1))
              PERFORM WEIGH-VOUCHER-FOR-INBOX
           END-IF
     END-READ.
*>_________________________________________________________________________

WEIGH-VOUCHER-FOR-INBOX.

     IF VOUCHER-AMOUNT LESS THAN ZERO
        COMPUTE W-APPROVAL-AMOUNT = VOUCHER-AMOUNT * -1
     ELSE
        MOVE VOUCHER-AMOUNT TO W-APPROVAL-AMOUNT.

     PERFORM APPROVAL-QUEUE-CHECK.

     MOVE "N" TO W-HAS-APPROVAL-AUTHORITY.
     IF VOUCHER-IN-APPROVAL-QUEUE
        PERFORM FIND-APPROVAL-AUTHORITY.

     IF HAS-APPROVAL-AUTHORITY
        PERFORM FIND-PENDING-FIRST-APPROVAL
        IF NOT PENDING-FIRST-APPROVAL
           OR (W-FIRST-APPROVED-BY  NOT EQUAL W-CURRENT-USER-ID
           AND W-FIRST-ON-BEHALF-OF NOT EQUAL W-CURRENT-USER-ID)
           PERFORM ADD-VOUCHER-ITEM.
*>_________________________________________________________________________

ADD-VOUCHER-ITEM.

     MOVE "VOUCHER"            TO W-NEW-TYPE.
     MOVE VOUCHER-NUMBER       TO W-NEW-KEY.
     MOVE VOUCHER-AMOUNT       TO W-FORMATTED-AMOUNT.
     MOVE SPACES               TO W-NEW-DESCRIPTION.
     IF PENDING-FIRST-APPROVAL
        STRING "SECOND APPROVAL " W-FORMATTED-AMOUNT
               " VND " VOUCHER-VENDOR
          DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
        END-STRING
     ELSE
        STRING "APPROVE " W-FORMATTED-AMOUNT
               " VENDOR " VOUCHER-VENDOR
          DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
        END-STRING.
     MOVE ZEROS                TO W-NEW-DATE.
     MOVE VOUCHER-DATE         TO W-NEW-FALLBACK-DATE.
     MOVE "voucher-maintenance" TO W-NEW-PROGRAM.
     MOVE "OPTION 5 - APPROVE VOUCHER" TO W-NEW-HINT.
     PERFORM ADD-INBOX-ITEM.
     MOVE "Y" TO W-VOUCHER-ITEMS-LISTED.
*>_________________________________________________________________________

DATE-VOUCHER-ITEMS-FROM-AUDIT.

*>   The first ADD entry for a voucher is the day it was keyed; the
*>   voucher number leads the after image. A voucher with no ADD on
*>   the trail keeps its invoice date.

     OPEN INPUT SYSTEM-AUDIT-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-VOUCHER-AUDIT-ENTRY UNTIL END-OF-FILE.

     CLOSE SYSTEM-AUDIT-FILE.

     PERFORM FALL-BACK-TO-INVOICE-DATE
        VARYING W-ITEM-INDEX FROM 1 BY 1
           UNTIL W-ITEM-INDEX GREATER THAN INBOX-COUNT.
*>_________________________________________________________________________

CHECK-NEXT-VOUCHER-AUDIT-ENTRY.

     READ SYSTEM-AUDIT-FILE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SYSAUD-RECORD-TYPE EQUAL "VOUCHER" AND SYSAUD-IS-ADD
              AND SYSAUD-AFTER-IMAGE (1:7) NUMERIC
              PERFORM MATCH-ONE-VOUCHER-ITEM
                 VARYING W-ITEM-INDEX FROM 1 BY 1
                    UNTIL W-ITEM-INDEX GREATER THAN INBOX-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

MATCH-ONE-VOUCHER-ITEM.

     IF INBOX-TYPE (W-ITEM-INDEX) EQUAL "VOUCHER"
        AND INBOX-KEY (W-ITEM-INDEX) (1:7) EQUAL SYSAUD-AFTER-IMAGE (1:7)
        AND INBOX-ITEM-DATE (W-ITEM-INDEX) EQUAL ZEROS
        MOVE SYSAUD-CHANGE-DATE TO INBOX-ITEM-DATE (W-ITEM-INDEX).
*>_________________________________________________________________________

FALL-BACK-TO-INVOICE-DATE.

     IF INBOX-TYPE (W-ITEM-INDEX) EQUAL "VOUCHER"
        AND INBOX-ITEM-DATE (W-ITEM-INDEX) EQUAL ZEROS
        MOVE INBOX-FALLBACK-DATE (W-ITEM-INDEX)
          TO INBOX-ITEM-DATE (W-ITEM-INDEX).
*>_________________________________________________________________________

FIND-APPROVAL-AUTHORITY.

*>   The user's own limit first (an ADMIN has no limit), then any
*>   delegation running today from a colleague whose limit covers
*>   the voucher - never one from the user who entered it.

     IF MY-ROLE-IS-ADMIN
        MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY.

     IF NOT HAS-APPROVAL-AUTHORITY
        AND W-OWN-LIMIT GREATER THAN ZERO
        AND W-OWN-LIMIT NOT LESS THAN W-APPROVAL-AMOUNT
        MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY.

     IF NOT HAS-APPROVAL-AUTHORITY
        PERFORM CHECK-ONE-MY-DELEGATION
           VARYING W-DELEG-INDEX FROM 1 BY 1
              UNTIL W-DELEG-INDEX GREATER THAN MY-DELEG-COUNT
                 OR HAS-APPROVAL-AUTHORITY.
*>_________________________________________________________________________

CHECK-ONE-MY-DELEGATION.

     IF MY-DELEG-FROM-USER (W-DELEG-INDEX) NOT EQUAL VOUCHER-ENTERED-BY
        IF MY-DELEG-IS-ADMIN (W-DELEG-INDEX) EQUAL "Y"
           OR (MY-DELEG-LIMIT (W-DELEG-INDEX) GREATER THAN ZERO
               AND MY-DELEG-LIMIT (W-DELEG-INDEX)
                   NOT LESS THAN W-APPROVAL-AMOUNT)
           MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY.
*>_________________________________________________________________________

FIND-PENDING-FIRST-APPROVAL.

*>   A FIRST approval stays pending until a FINAL one follows it, and
*>   lapses if the voucher amount has been changed since it was given.

     MOVE "N"    TO W-PENDING-FIRST-APPROVAL.
     MOVE SPACES TO W-FIRST-APPROVED-BY W-FIRST-ON-BEHALF-OF.

     MOVE "N" TO W-END-OF-APPROVALS.
     MOVE VOUCHER-NUMBER TO VAPPR-VOUCHER.
     MOVE ZEROS TO VAPPR-SEQ.
     START VOUCHER-APPROVAL-FILE KEY IS NOT LESS THAN VAPPR-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-APPROVALS.

     PERFORM CHECK-NEXT-VOUCHER-APPROVAL UNTIL END-OF-APPROVALS.
*>_________________________________________________________________________

CHECK-NEXT-VOUCHER-APPROVAL.

     READ VOUCHER-APPROVAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-APPROVALS
        NOT AT END
           IF VAPPR-VOUCHER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-END-OF-APPROVALS
           ELSE
              IF VAPPR-IS-FIRST
                 AND VAPPR-AMOUNT EQUAL VOUCHER-AMOUNT
                 MOVE "Y"                TO W-PENDING-FIRST-APPROVAL
                 MOVE VAPPR-APPROVED-BY  TO W-FIRST-APPROVED-BY
                 MOVE VAPPR-ON-BEHALF-OF TO W-FIRST-ON-BEHALF-OF
              ELSE
                 MOVE "N" TO W-PENDING-FIRST-APPROVAL
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

COLLECT-VENDORS-TO-ACTIVATE.

*>   A pending vendor whose onboarding checklist is complete, added by
*>   somebody else. The vendor record carries no date added, so the
*>   age comes from the ADD entry on the system audit trail.

     OPEN INPUT VENDOR-FILE.
     OPEN INPUT VENDOR-CERT-FILE.

     MOVE "N" TO W-VENDOR-ITEMS-LISTED.
     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VENDOR-NUMBER.
     START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-PENDING-VENDOR UNTIL END-OF-FILE.

     CLOSE VENDOR-FILE.
     CLOSE VENDOR-CERT-FILE.

     IF VENDOR-ITEMS-LISTED
        PERFORM DATE-VENDOR-ITEMS-FROM-AUDIT.
*>_________________________________________________________________________

CHECK-NEXT-PENDING-VENDOR.

     READ VENDOR-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VENDOR-IS-PENDING
              AND VENDOR-ADDED-BY NOT EQUAL W-CURRENT-USER-ID
              PERFORM EVALUATE-THE-CHECKLIST
              IF CHECKLIST-COMPLETE
                 PERFORM ADD-VENDOR-ITEM
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

EVALUATE-THE-CHECKLIST.

*>   The W-9, working banking when it pays electronically, and no
*>   required certificate already expired.

     MOVE "Y" TO W-CHECKLIST-COMPLETE.

     IF VENDOR-W9-RECEIVED-DATE EQUAL ZEROS
        MOVE "N" TO W-CHECKLIST-COMPLETE.

     IF VENDOR-PAYS-BY-ACH
        IF VENDOR-BANK-ROUTING EQUAL SPACES
           OR VENDOR-BANK-ACCOUNT EQUAL SPACES
           OR NOT VENDOR-PRENOTE-IS-CLEARED
           OR VENDOR-BANK-UNVERIFIED
           MOVE "N" TO W-CHECKLIST-COMPLETE
        END-IF
     END-IF.

     IF VENDOR-PAYS-BY-WIRE
        IF VENDOR-BANK-ROUTING EQUAL SPACES
           OR VENDOR-BANK-ACCOUNT EQUAL SPACES
           OR VENDOR-BANK-UNVERIFIED
           MOVE "N" TO W-CHECKLIST-COMPLETE
        END-IF
     END-IF.

     MOVE VENDOR-NUMBER TO W-CERT-VENDOR.
     MOVE W-DAY-TODAY   TO W-CERT-AS-OF-DATE.
     PERFORM CHECK-VENDOR-CERTIFICATES.
     IF VENDOR-CERT-EXPIRED
        MOVE "N" TO W-CHECKLIST-COMPLETE.
*>_________________________________________________________________________

ADD-VENDOR-ITEM.

     MOVE "ONBOARDING"         TO W-NEW-TYPE.
     MOVE VENDOR-NUMBER        TO W-NEW-KEY.
     MOVE SPACES               TO W-NEW-DESCRIPTION.
     STRING "ACTIVATE " VENDOR-NAME
       DELIMITED BY SIZE INTO W-NEW-DESCRIPTION.
     MOVE ZEROS                TO W-NEW-DATE.
     MOVE "vendor-onboarding"  TO W-NEW-PROGRAM.
     MOVE "OPTION 1 - REVIEW / ACTIVATE VENDOR" TO W-NEW-HINT.
     PERFORM ADD-INBOX-ITEM.
     MOVE "Y" TO W-VENDOR-ITEMS-LISTED.
*>_________________________________________________________________________

DATE-VENDOR-ITEMS-FROM-AUDIT.

*>   The audit key is the vendor number as it was moved to the item
*>   key, so the two compare directly. A number re-used after a
*>   delete takes the latest ADD.

     OPEN INPUT SYSTEM-AUDIT-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-AUDIT-ENTRY UNTIL END-OF-FILE.

     CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

CHECK-NEXT-AUDIT-ENTRY.

     READ SYSTEM-AUDIT-FILE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SYSAUD-RECORD-TYPE EQUAL "VENDOR" AND SYSAUD-IS-ADD
              PERFORM MATCH-ONE-VENDOR-ITEM
                 VARYING W-ITEM-INDEX FROM 1 BY 1
                    UNTIL W-ITEM-INDEX GREATER THAN INBOX-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

MATCH-ONE-VENDOR-ITEM.

     IF INBOX-TYPE (W-ITEM-INDEX) EQUAL "ONBOARDING"
        AND INBOX-KEY (W-ITEM-INDEX) EQUAL SYSAUD-KEY
        MOVE SYSAUD-CHANGE-DATE TO INBOX-ITEM-DATE (W-ITEM-INDEX).
*>_________________________________________________________________________

COLLECT-CALLBACKS-TO-VERIFY.

*>   The callback must come from a different user than the one who
*>   changed the banking.

     OPEN INPUT CALLBACK-LOG-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO CBLOG-KEY.
     START CALLBACK-LOG-FILE KEY IS NOT LESS THAN CBLOG-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-CALLBACK UNTIL END-OF-FILE.

     CLOSE CALLBACK-LOG-FILE.
*>_________________________________________________________________________

CHECK-NEXT-CALLBACK.

     READ CALLBACK-LOG-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF CBLOG-IS-PENDING
              AND CBLOG-CHANGED-BY NOT EQUAL W-CURRENT-USER-ID
              MOVE "CALLBACK"     TO W-NEW-TYPE
              MOVE CBLOG-KEY      TO W-NEW-KEY
              MOVE SPACES         TO W-NEW-DESCRIPTION
              STRING "VERIFY " CBLOG-FIELD-CHANGED
                     " CHANGE - VENDOR " CBLOG-VENDOR
                DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
              END-STRING
              MOVE CBLOG-CHANGE-DATE TO W-NEW-DATE
              MOVE "bank-change-verification" TO W-NEW-PROGRAM
              MOVE "OPTION 1 - RECORD A CALLBACK" TO W-NEW-HINT
              PERFORM ADD-INBOX-ITEM
           END-IF
     END-READ.
*>_________________________________________________________________________

COLLECT-ACH-BATCHES-TO-RELEASE.

*>   Batch headers still pending; the creator cannot be the second
*>   admin who releases.

     OPEN INPUT ACH-PENDING-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO ACHPEND-KEY.
     START ACH-PENDING-FILE KEY IS NOT LESS THAN ACHPEND-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-ACH-BATCH UNTIL END-OF-FILE.

     CLOSE ACH-PENDING-FILE.
*>_________________________________________________________________________

CHECK-NEXT-ACH-BATCH.

     READ ACH-PENDING-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF ACHPEND-SEQ EQUAL ZEROS AND ACHPEND-IS-PENDING
              AND ACHPEND-CREATED-BY NOT EQUAL W-CURRENT-USER-ID
              MOVE "ACH BATCH"    TO W-NEW-TYPE
              MOVE ACHPEND-BATCH  TO W-NEW-KEY
              MOVE ACHPEND-TOTAL-AMOUNT TO W-FORMATTED-AMOUNT
              MOVE SPACES         TO W-NEW-DESCRIPTION
              STRING "RELEASE " W-FORMATTED-AMOUNT
                     " BY " ACHPEND-CREATED-BY
                DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
              END-STRING
              MOVE ACHPEND-CREATED-DATE TO W-NEW-DATE
              MOVE "ach-batch-release" TO W-NEW-PROGRAM
              MOVE "RELEASE THE BATCH AS SECOND ADMIN" TO W-NEW-HINT
              PERFORM ADD-INBOX-ITEM
           END-IF
     END-READ.
*>_________________________________________________________________________

COLLECT-OPEN-SCREENING-HITS.

     OPEN INPUT SCREENING-HIT-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO SCRHIT-KEY.
     START SCREENING-HIT-FILE KEY IS NOT LESS THAN SCRHIT-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-SCREENING-HIT UNTIL END-OF-FILE.

     CLOSE SCREENING-HIT-FILE.
*>_________________________________________________________________________

CHECK-NEXT-SCREENING-HIT.

     READ SCREENING-HIT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SCRHIT-IS-OPEN
              MOVE "SCREENING"    TO W-NEW-TYPE
              MOVE SCRHIT-KEY     TO W-NEW-KEY
              MOVE SPACES         TO W-NEW-DESCRIPTION
              STRING "VENDOR " SCRHIT-VENDOR " - " SCRHIT-LIST-NAME
                DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
              END-STRING
              MOVE SCRHIT-DATE    TO W-NEW-DATE
              MOVE "denied-party-screening" TO W-NEW-PROGRAM
              MOVE "OPTION 3 - REVIEW WORKBENCH" TO W-NEW-HINT
              PERFORM ADD-INBOX-ITEM
           END-IF
     END-READ.
*>_________________________________________________________________________

COLLECT-ASSIGNED-EXCEPTIONS.

*>   Counted the way the exception workbench numbers its entries, so
*>   the number shown is the one to key there.

     OPEN INPUT EXCEPTION-LOG-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE 0 TO W-EXCLOG-SEQUENCE.
     PERFORM CHECK-NEXT-EXCEPTION UNTIL END-OF-FILE.

     CLOSE EXCEPTION-LOG-FILE.
*>_________________________________________________________________________

CHECK-NEXT-EXCEPTION.

     READ EXCEPTION-LOG-FILE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           ADD 1 TO W-EXCLOG-SEQUENCE
           IF EXCLOG-ASSIGNED-TO EQUAL W-CURRENT-USER-ID
              AND NOT EXCLOG-RESOLVED
              MOVE "EXCEPTION"    TO W-NEW-TYPE
              MOVE W-EXCLOG-SEQUENCE TO W-NEW-KEY
              MOVE SPACES         TO W-NEW-DESCRIPTION
              STRING EXCLOG-OPERATION " " EXCLOG-PROGRAM
                     " " EXCLOG-KEY
                DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
              END-STRING
              MOVE EXCLOG-LOG-DATE TO W-NEW-DATE
              MOVE "exception-log-workbench" TO W-NEW-PROGRAM
              MOVE SPACES         TO W-NEW-HINT
              STRING "OPTION 2 - REVIEW / RESOLVE ENTRY " W-EXCLOG-SEQUENCE
                DELIMITED BY SIZE INTO W-NEW-HINT
              END-STRING
              PERFORM ADD-INBOX-ITEM
           END-IF
     END-READ.
*>_________________________________________________________________________

COLLECT-DOUBLE-KEY-WORK.

     OPEN INPUT VOUCHER-VERIFY-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO VVERF-KEY.
     START VOUCHER-VERIFY-FILE KEY IS NOT LESS THAN VVERF-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-VERIFY-HEADER UNTIL END-OF-FILE.

     CLOSE VOUCHER-VERIFY-FILE.
*>_________________________________________________________________________
CHECK-NEXT-VERIFY-HEADER.

*>   Only the sequence 00 header says where a voucher stands; the
*>   re-key must come from someone other than the enterer.

     READ VOUCHER-VERIFY-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VVERF-SEQ EQUAL ZEROS
              IF VVERF-IS-PENDING
                 AND MAY-VERIFY-VOUCHERS
                 AND VVERF-ENTERED-BY NOT EQUAL W-CURRENT-USER-ID
                 MOVE "RE-KEY"       TO W-NEW-TYPE
                 MOVE VVERF-VOUCHER  TO W-NEW-KEY
                 MOVE SPACES         TO W-NEW-DESCRIPTION
                 STRING "DOUBLE-KEY VOUCHER KEYED BY " VVERF-ENTERED-BY
                   DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
                 END-STRING
                 MOVE VVERF-ENTERED-DATE TO W-NEW-DATE
                 MOVE "voucher-maintenance" TO W-NEW-PROGRAM
                 MOVE "OPTION 8 - VERIFY VOUCHER" TO W-NEW-HINT
                 PERFORM ADD-INBOX-ITEM
              END-IF
              IF VVERF-IS-RETURNED
                 AND VVERF-ENTERED-BY EQUAL W-CURRENT-USER-ID
                 MOVE "RETURNED"     TO W-NEW-TYPE
                 MOVE VVERF-VOUCHER  TO W-NEW-KEY
                 MOVE SPACES         TO W-NEW-DESCRIPTION
                 STRING "RE-KEY MISMATCH - " VVERF-KEYED-BY
                        " - CORRECT IT"
                   DELIMITED BY SIZE INTO W-NEW-DESCRIPTION
                 END-STRING
                 MOVE VVERF-KEYED-DATE TO W-NEW-DATE
                 MOVE "voucher-maintenance" TO W-NEW-PROGRAM
                 MOVE "OPTION 2 - CHANGE VOUCHER" TO W-NEW-HINT
                 PERFORM ADD-INBOX-ITEM
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

SHOW-THE-INBOX.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                     MY INBOX - " W-CURRENT-USER-ID
             "  " W-DAY-TODAY.
     DISPLAY " ".

     IF INBOX-COUNT EQUAL ZEROS
        DISPLAY "   ( NOTHING IS WAITING ON YOU )"
     ELSE
        DISPLAY "NO. TYPE       KEY             ITEM"
                "                                       AGE"
        PERFORM SHOW-ONE-INBOX-ITEM
           VARYING W-ITEM-INDEX FROM 1 BY 1
              UNTIL W-ITEM-INDEX GREATER THAN INBOX-COUNT.

     IF INBOX-OVERFLOW
        DISPLAY "*** MORE WORK IS WAITING THAN FITS ON ONE LIST - CLEAR"
        DISPLAY "    SOME ITEMS AND LOOK AGAIN ***".

     DISPLAY " ".
     DISPLAY "AGE IS IN DAYS. ITEM NUMBER TO WORK ON (0 TO EXIT):".
     MOVE 0 TO W-CHOSEN-ITEM.
     ACCEPT W-CHOSEN-ITEM.
*>_________________________________________________________________________

SHOW-ONE-INBOX-ITEM.

     MOVE W-ITEM-INDEX                     TO DL-ITEM-NUMBER.
     MOVE INBOX-TYPE (W-ITEM-INDEX)        TO DL-TYPE.
     MOVE INBOX-KEY (W-ITEM-INDEX)         TO DL-KEY.
     MOVE INBOX-DESCRIPTION (W-ITEM-INDEX) TO DL-DESCRIPTION.

     PERFORM FIGURE-ITEM-AGE.
     IF INBOX-ITEM-DATE (W-ITEM-INDEX) EQUAL ZEROS
        MOVE SPACES TO DL-AGE-X
     ELSE
        MOVE W-AGE-DAYS TO DL-AGE.

     DISPLAY DETAIL-LINE.
*>_________________________________________________________________________

FIGURE-ITEM-AGE.

*>   Days from the item date to today; an item dated in the future or
*>   carrying a date that is no date at all is shown as new.

     MOVE ZEROS TO W-AGE-DAYS.

     IF INBOX-ITEM-DATE (W-ITEM-INDEX) NOT EQUAL ZEROS
        AND INBOX-ITEM-DATE (W-ITEM-INDEX) LESS THAN W-DAY-TODAY
        AND FUNCTION TEST-DATE-YYYYMMDD (INBOX-ITEM-DATE (W-ITEM-INDEX))
            EQUAL ZERO
        COMPUTE W-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(W-DAY-TODAY)
              - FUNCTION INTEGER-OF-DATE(INBOX-ITEM-DATE (W-ITEM-INDEX)).
*>_________________________________________________________________________

WORK-ONE-ITEM.

*>   Hands over to the program that does the work, then lists the
*>   inbox afresh: the item just worked may be gone, others may have
*>   arrived meanwhile.

     IF W-CHOSEN-ITEM GREATER THAN INBOX-COUNT
        DISPLAY "NO ITEM WITH THAT NUMBER ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE INBOX-PROGRAM (W-CHOSEN-ITEM) TO W-CALLED-PROGRAM
        DISPLAY " "
        DISPLAY INBOX-TYPE (W-CHOSEN-ITEM) " " INBOX-KEY (W-CHOSEN-ITEM)
                " - " INBOX-HINT (W-CHOSEN-ITEM)
        DISPLAY "<ENTER> TO GO TO " W-CALLED-PROGRAM
        ACCEPT DUMMY
        CALL W-CALLED-PROGRAM
        PERFORM BUILD-THE-INBOX.

     PERFORM SHOW-THE-INBOX.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
COPY "PL-CHECK-VENDOR-CERTIFICATES.CBL".
*>_________________________________________________________________________

COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-APPROVAL-QUEUE.CBL".
