IDENTIFICATION DIVISION.
PROGRAM-ID. requisition-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLREQ.CBL".
      COPY "SLDEPT.CBL".
      COPY "SLPO.CBL".
      COPY "SLPOREC.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCOA.CBL".
      COPY "SLUSER.CBL".
      COPY "SLDELEG.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDREQ.CBL".
      COPY "FDDEPT.CBL".
      COPY "FDPO.CBL".
      COPY "FDPOREC.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCOA.CBL".
      COPY "FDUSER.CBL".
      COPY "FDDELEG.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".

      01 W-REQ-MENU-OPTION                 PIC 9.
         88 VALID-REQ-MENU-OPTION         VALUE 0 THROUGH 5.

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-REQ-RECORD                PIC X.
         88 FOUND-REQ-RECORD              VALUE "Y".

      01 W-FOUND-DEPT-RECORD               PIC X.
         88 FOUND-DEPT-RECORD             VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-COA-RECORD                PIC X.
         88 FOUND-COA-RECORD              VALUE "Y".

      01 W-FOUND-USER-RECORD               PIC X.
         88 FOUND-USER-RECORD             VALUE "Y".

      01 W-FOUND-PO-RECORD                 PIC X.
         88 FOUND-PO-RECORD               VALUE "Y".

      01 W-END-OF-DELEGATIONS              PIC X.
         88 END-OF-DELEGATIONS            VALUE "Y".

      01 W-END-OF-RECEIPTS                 PIC X.
         88 END-OF-RECEIPTS               VALUE "Y".

      01 W-HAS-APPROVAL-AUTHORITY          PIC X.
         88 HAS-APPROVAL-AUTHORITY        VALUE "Y".

      01 W-LIMIT-COVERS                    PIC X.
         88 LIMIT-COVERS                  VALUE "Y".

      01 W-HEAD-LIMIT-COVERS               PIC X.
         88 HEAD-LIMIT-COVERS             VALUE "Y".

      01 W-OWN-LIMIT-COVERS                PIC X.
         88 OWN-LIMIT-COVERS              VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-CURRENT-USER-ID                 PIC X(10).
      77 ENTRY-REQ-NUMBER                  PIC 9(6).
      77 ENTRY-DEPT-CODE                   PIC X(6).
      77 ENTRY-STATUS                      PIC X(08).
      77 ENTRY-DECISION                    PIC X.
      77 W-NEXT-REQ-NUMBER                 PIC 9(6).
      77 W-LINE-INDEX                      PIC 9.
      77 W-DEPT-HEAD                       PIC X(10).
      77 W-LIMIT-USER                      PIC X(10).
      77 W-APPROVING-FOR                   PIC X(10).
      77 W-REVIEWED-COUNT                  PIC 9(4).
      77 W-WAITING-ELSEWHERE-COUNT         PIC 9(4).
      77 W-LISTED-COUNT                    PIC 9(4).
      77 W-PO-RECEIVED-TOTAL               PIC S9(7)V99.
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZ9.99-.
      77 W-DATE-TO-EDIT                    PIC 9(8).
      77 W-DATE-MMDDYYYY                   PIC 9(8).
      77 W-FORMATTED-DATE                  PIC 99/99/9999.
      77 DUMMY-FOR-DATE-12                 PIC 9(12).

      77 BK-REQ-RECORD                     PIC X(512).
      77 BK-DEPT-RECORD                    PIC X(512).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
      77 W-SYSAUD-KEY                     PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE            PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE             PIC X(512).
      77 W-SYSAUD-USER-ID                 PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY            PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-SYSAUD-TIME-NOW             PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "REQUISITION-MAINT".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Departments ask for what they need here instead of by email: the
*>   requester keys the items, a suggested vendor, the expense account
*>   and what it should cost; the department head approves it under
*>   the same approval limits and delegations as vouchers; purchasing
*>   turns it into a purchase order (purchase-order-maintenance), and
*>   the requester follows it through receipt and invoicing here.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   OPEN I-O REQUISITION-FILE.
   OPEN I-O DEPARTMENT-FILE.
   OPEN INPUT PURCHASE-ORDER-FILE.
   OPEN INPUT PO-RECEIVING-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CHART-OF-ACCOUNTS-FILE.
   OPEN INPUT USER-FILE.
   OPEN INPUT APPROVAL-DELEGATION-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-REQ-MENU-OPTION EQUAL ZERO
                            OR VALID-REQ-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-REQ-MENU-OPTION EQUAL ZERO

   CLOSE REQUISITION-FILE.
   CLOSE DEPARTMENT-FILE.
   CLOSE PURCHASE-ORDER-FILE.
   CLOSE PO-RECEIVING-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   CLOSE USER-FILE.
   CLOSE APPROVAL-DELEGATION-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                       PURCHASE REQUISITIONS".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - ENTER A REQUISITION      |".
         DISPLAY "                           | 2 - DEPARTMENT HEAD APPROVAL |".
         DISPLAY "                           | 3 - REQUISITION STATUS       |".
         DISPLAY "                           | 4 - CANCEL A REQUISITION     |".
         DISPLAY "                           | 5 - DEPARTMENTS              |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES.
         ACCEPT W-REQ-MENU-OPTION.

        IF W-REQ-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-REQ-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-REQ-MENU-OPTION = 1
      PERFORM ENTRY-MODULE.

   IF W-REQ-MENU-OPTION = 2
      PERFORM APPROVAL-MODULE.

   IF W-REQ-MENU-OPTION = 3
      PERFORM INQUIRY-MODULE.

   IF W-REQ-MENU-OPTION = 4
      PERFORM CANCEL-MODULE.

   IF W-REQ-MENU-OPTION = 5
      PERFORM DEPARTMENT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-REQ-MENU-OPTION EQUAL ZERO
                            OR VALID-REQ-MENU-OPTION.
*>_________________________________________________________________________

GET-DEPARTMENT-CODE.

   MOVE SPACES TO ENTRY-DEPT-CODE.
   DISPLAY "DEPARTMENT CODE (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-DEPT-CODE.
   INSPECT ENTRY-DEPT-CODE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

LOOK-FOR-DEPT-RECORD.

   MOVE "Y" TO W-FOUND-DEPT-RECORD.
   READ DEPARTMENT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-DEPT-RECORD.
*>_________________________________________________________________________

GET-REQ-NUMBER.

   MOVE ZEROS TO ENTRY-REQ-NUMBER.
   DISPLAY "REQUISITION NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-REQ-NUMBER.
*>_________________________________________________________________________

LOOK-FOR-REQ-RECORD.

*>   Another company's requisition is treated as not on file.

   MOVE ENTRY-REQ-NUMBER TO REQ-NUMBER.
   MOVE "Y" TO W-FOUND-REQ-RECORD.
   READ REQUISITION-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-REQ-RECORD.

   IF FOUND-REQ-RECORD
      AND REQ-COMPANY NOT EQUAL W-SESSION-COMPANY
      MOVE "N" TO W-FOUND-REQ-RECORD.
*>_________________________________________________________________________

EDIT-DATE-FOR-DISPLAY.

   COMPUTE DUMMY-FOR-DATE-12 = W-DATE-TO-EDIT * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MMDDYYYY.
   MOVE W-DATE-MMDDYYYY TO W-FORMATTED-DATE.
*>_________________________________________________________________________

ENTRY-MODULE.

   PERFORM GET-DEPARTMENT-CODE.
   PERFORM ENTER-ONE-REQUISITION UNTIL ENTRY-DEPT-CODE EQUAL SPACES.
*>_________________________________________________________________________

ENTER-ONE-REQUISITION.

   MOVE ENTRY-DEPT-CODE TO DEPT-CODE.
   PERFORM LOOK-FOR-DEPT-RECORD.

   IF NOT FOUND-DEPT-RECORD
      DISPLAY "*** DEPARTMENT NOT ON FILE ! ***"
   ELSE
   IF NOT DEPT-IS-ACTIVE
      DISPLAY "*** DEPARTMENT IS INACTIVE ! ***"
   ELSE
      DISPLAY "REQUISITION FOR " DEPT-NAME
      PERFORM BUILD-ONE-REQUISITION.

   PERFORM GET-DEPARTMENT-CODE.
*>_________________________________________________________________________

BUILD-ONE-REQUISITION.

   MOVE SPACES TO REQ-RECORD.
   MOVE ZEROS  TO REQ-NUMBER.
   MOVE W-CURRENT-USER-ID  TO REQ-REQUESTER.
   MOVE W-SESSION-COMPANY  TO REQ-COMPANY.
   MOVE DEPT-CODE          TO REQ-DEPARTMENT.
   MOVE W-DAY-TODAY        TO REQ-DATE.
   MOVE ZEROS TO REQ-NEEDED-BY REQ-SUGGESTED-VENDOR REQ-LINE-COUNT
                 REQ-ESTIMATED-AMOUNT REQ-APPROVED-DATE REQ-PO-NUMBER
                 REQ-ORDERED-DATE.
   PERFORM CLEAR-ONE-REQ-LINE
      VARYING W-LINE-INDEX FROM 1 BY 1
         UNTIL W-LINE-INDEX GREATER THAN 5.
   MOVE "ENTERED" TO REQ-STATUS.

   DISPLAY "WHAT IS NEEDED (<ENTER> TO CANCEL): ".
   ACCEPT REQ-DESCRIPTION.
   INSPECT REQ-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF REQ-DESCRIPTION EQUAL SPACES
      DISPLAY "REQUISITION CANCELED !"
   ELSE
      PERFORM GET-REQ-FIELDS
      IF REQ-LINE-COUNT EQUAL ZEROS
         OR REQ-LINE-COUNT GREATER THAN 5
         DISPLAY "BETWEEN 1 AND 5 LINES - REQUISITION NOT SAVED !"
      ELSE
         PERFORM GET-ONE-REQ-LINE
            VARYING W-LINE-INDEX FROM 1 BY 1
               UNTIL W-LINE-INDEX GREATER THAN REQ-LINE-COUNT
         MOVE REQ-ESTIMATED-AMOUNT TO W-FORMATTED-AMOUNT
         DISPLAY "ESTIMATED TOTAL: " W-FORMATTED-AMOUNT
         MOVE "SUBMIT THIS REQUISITION FOR APPROVAL ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            PERFORM WRITE-NEW-REQUISITION
         ELSE
            DISPLAY "REQUISITION NOT SAVED !".
*>_________________________________________________________________________

CLEAR-ONE-REQ-LINE.

   MOVE SPACES TO REQ-LINE-DESCRIPTION (W-LINE-INDEX).
   MOVE ZEROS  TO REQ-LINE-QUANTITY (W-LINE-INDEX).
   MOVE ZEROS  TO REQ-LINE-AMOUNT (W-LINE-INDEX).
*>_________________________________________________________________________

GET-REQ-FIELDS.

   MOVE "NEEDED BY: (MM-DD-YYYY, <ENTER> IF NO DATE)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO REQ-NEEDED-BY.

   MOVE "N" TO W-FOUND-VENDOR-RECORD.
   PERFORM GET-REQ-SUGGESTED-VENDOR UNTIL FOUND-VENDOR-RECORD.

   MOVE "N" TO W-FOUND-COA-RECORD.
   PERFORM GET-REQ-GL-ACCOUNT UNTIL FOUND-COA-RECORD.

   DISPLAY "HOW MANY ITEM LINES (1-5) ?".
   ACCEPT REQ-LINE-COUNT.
*>_________________________________________________________________________

GET-REQ-SUGGESTED-VENDOR.

   DISPLAY "SUGGESTED VENDOR (<ENTER> IF NONE): ".
   MOVE ZEROS TO REQ-SUGGESTED-VENDOR.
   ACCEPT REQ-SUGGESTED-VENDOR.

   IF REQ-SUGGESTED-VENDOR EQUAL ZEROS
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
   ELSE
      MOVE REQ-SUGGESTED-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF NOT FOUND-VENDOR-RECORD
         DISPLAY "*** VENDOR NOT ON FILE ! ***"
      ELSE
         DISPLAY "   " VENDOR-NAME.
*>_________________________________________________________________________

GET-REQ-GL-ACCOUNT.

   IF DEPT-GL-ACCOUNT EQUAL SPACES
      DISPLAY "GL EXPENSE ACCOUNT: "
   ELSE
      DISPLAY "GL EXPENSE ACCOUNT (<ENTER>=" DEPT-GL-ACCOUNT "): ".
   MOVE SPACES TO REQ-GL-ACCOUNT.
   ACCEPT REQ-GL-ACCOUNT.
   INSPECT REQ-GL-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   IF REQ-GL-ACCOUNT EQUAL SPACES
      MOVE DEPT-GL-ACCOUNT TO REQ-GL-ACCOUNT.

   MOVE REQ-GL-ACCOUNT TO COA-ACCOUNT-NUMBER.
   PERFORM CHECK-GL-ACCOUNT.
*>_________________________________________________________________________

CHECK-GL-ACCOUNT.

   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF NOT FOUND-COA-RECORD
      DISPLAY "*** ACCOUNT NOT IN THE CHART OF ACCOUNTS ! ***"
   ELSE
      IF NOT COA-IS-ACTIVE
         DISPLAY "*** ACCOUNT IS INACTIVE IN THE CHART OF ACCOUNTS ! ***"
         MOVE "N" TO W-FOUND-COA-RECORD
      ELSE
         DISPLAY "   " COA-DESCRIPTION.
*>_________________________________________________________________________

GET-ONE-REQ-LINE.

   MOVE SPACES TO REQ-LINE-DESCRIPTION (W-LINE-INDEX).
   PERFORM GET-REQ-LINE-DESCRIPTION
      UNTIL REQ-LINE-DESCRIPTION (W-LINE-INDEX) NOT EQUAL SPACES.

   DISPLAY "LINE " W-LINE-INDEX " - QUANTITY: ".
   ACCEPT REQ-LINE-QUANTITY (W-LINE-INDEX).

   MOVE ZEROS TO REQ-LINE-AMOUNT (W-LINE-INDEX).
   PERFORM GET-REQ-LINE-AMOUNT
      UNTIL REQ-LINE-AMOUNT (W-LINE-INDEX) GREATER THAN ZEROS.

   ADD REQ-LINE-AMOUNT (W-LINE-INDEX) TO REQ-ESTIMATED-AMOUNT.
*>_________________________________________________________________________

GET-REQ-LINE-DESCRIPTION.

   DISPLAY "LINE " W-LINE-INDEX " - ITEM: ".
   ACCEPT REQ-LINE-DESCRIPTION (W-LINE-INDEX).
   INSPECT REQ-LINE-DESCRIPTION (W-LINE-INDEX)
           CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-REQ-LINE-AMOUNT.

   DISPLAY "LINE " W-LINE-INDEX " - ESTIMATED AMOUNT FOR THE LINE: ".
   ACCEPT REQ-LINE-AMOUNT (W-LINE-INDEX).

   IF REQ-LINE-AMOUNT (W-LINE-INDEX) NOT GREATER THAN ZEROS
      DISPLAY "*** THE ESTIMATE MUST BE MORE THAN ZERO ! ***".
*>_________________________________________________________________________

WRITE-NEW-REQUISITION.

   PERFORM FIND-NEXT-REQ-NUMBER.
   MOVE W-NEXT-REQ-NUMBER TO REQ-NUMBER.

   WRITE REQ-RECORD
      INVALID KEY
         MOVE "WRITE"         TO W-EXCLOG-OPERATION
         MOVE REQ-NUMBER      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "ERROR WHILE WRITING THE REQUISITION !"
      NOT INVALID KEY
         MOVE "REQUISITN"     TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"           TO W-SYSAUD-ACTION
         MOVE REQ-NUMBER      TO W-SYSAUD-KEY
         MOVE SPACES          TO W-SYSAUD-BEFORE-IMAGE
         MOVE REQ-RECORD      TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- REQUISITION " REQ-NUMBER
                 " SUBMITTED - AWAITING " DEPT-HEAD-USER " ! -----"
   END-WRITE.
*>_________________________________________________________________________

FIND-NEXT-REQ-NUMBER.

   MOVE 0 TO W-NEXT-REQ-NUMBER.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO REQ-NUMBER.
   START REQUISITION-FILE KEY IS NOT LESS THAN REQ-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM SCAN-NEXT-REQ-NUMBER UNTIL END-OF-FILE.
   ADD 1 TO W-NEXT-REQ-NUMBER.
*>_________________________________________________________________________

SCAN-NEXT-REQ-NUMBER.

   READ REQUISITION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF REQ-NUMBER GREATER THAN W-NEXT-REQ-NUMBER
            MOVE REQ-NUMBER TO W-NEXT-REQ-NUMBER
         END-IF
   END-READ.
*>_________________________________________________________________________

DISPLAY-REQUISITION.

   DISPLAY "REQUISITION........: " REQ-NUMBER.
   DISPLAY "REQUESTED BY.......: " REQ-REQUESTER " FOR DEPARTMENT " REQ-DEPARTMENT.
   MOVE REQ-DATE TO W-DATE-TO-EDIT.
   PERFORM EDIT-DATE-FOR-DISPLAY.
   DISPLAY "DATE...............: " W-FORMATTED-DATE.
   IF REQ-NEEDED-BY NOT EQUAL ZEROS
      MOVE REQ-NEEDED-BY TO W-DATE-TO-EDIT
      PERFORM EDIT-DATE-FOR-DISPLAY
      DISPLAY "NEEDED BY..........: " W-FORMATTED-DATE.
   DISPLAY "DESCRIPTION........: " REQ-DESCRIPTION.
   IF REQ-SUGGESTED-VENDOR NOT EQUAL ZEROS
      MOVE REQ-SUGGESTED-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF FOUND-VENDOR-RECORD
         DISPLAY "SUGGESTED VENDOR...: " REQ-SUGGESTED-VENDOR " " VENDOR-NAME
      ELSE
         DISPLAY "SUGGESTED VENDOR...: " REQ-SUGGESTED-VENDOR.
   DISPLAY "GL ACCOUNT.........: " REQ-GL-ACCOUNT.
   PERFORM DISPLAY-ONE-REQ-LINE
      VARYING W-LINE-INDEX FROM 1 BY 1
         UNTIL W-LINE-INDEX GREATER THAN REQ-LINE-COUNT.
   MOVE REQ-ESTIMATED-AMOUNT TO W-FORMATTED-AMOUNT.
   DISPLAY "ESTIMATED TOTAL....: " W-FORMATTED-AMOUNT.
   DISPLAY "STATUS.............: " REQ-STATUS.
*>_________________________________________________________________________

DISPLAY-ONE-REQ-LINE.

   MOVE REQ-LINE-AMOUNT (W-LINE-INDEX) TO W-FORMATTED-AMOUNT.
   DISPLAY "   " REQ-LINE-QUANTITY (W-LINE-INDEX) " "
           REQ-LINE-DESCRIPTION (W-LINE-INDEX) " " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

APPROVAL-MODULE.

*>   Every requisition still ENTERED that this user may decide, one
*>   at a time. The rest are counted and left for their approvers.

   DISPLAY "                   REQUISITIONS AWAITING YOUR APPROVAL".
   DISPLAY " ".

   MOVE ZEROS TO W-REVIEWED-COUNT W-WAITING-ELSEWHERE-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO REQ-NUMBER.
   START REQUISITION-FILE KEY IS NOT LESS THAN REQ-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM REVIEW-NEXT-REQUISITION UNTIL END-OF-FILE.

   DISPLAY W-REVIEWED-COUNT " REQUISITION(S) REVIEWED, "
           W-WAITING-ELSEWHERE-COUNT " WAITING FOR OTHER APPROVERS.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

REVIEW-NEXT-REQUISITION.

   READ REQUISITION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF REQ-IS-ENTERED
            AND REQ-COMPANY EQUAL W-SESSION-COMPANY
            PERFORM FIND-REQUISITION-AUTHORITY
            IF HAS-APPROVAL-AUTHORITY
               PERFORM REVIEW-ONE-REQUISITION
            ELSE
               ADD 1 TO W-WAITING-ELSEWHERE-COUNT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

FIND-REQUISITION-AUTHORITY.

*>   The department head approves within their own approval limit,
*>   or a colleague does while the head's delegation runs. Above the
*>   head's limit any user whose own limit covers it may approve (an
*>   ADMIN has no limit). Nobody approves their own requisition.

   MOVE "N"    TO W-HAS-APPROVAL-AUTHORITY.
   MOVE SPACES TO W-APPROVING-FOR.

   MOVE SPACES TO W-DEPT-HEAD.
   MOVE REQ-DEPARTMENT TO DEPT-CODE.
   PERFORM LOOK-FOR-DEPT-RECORD.
   IF FOUND-DEPT-RECORD
      MOVE DEPT-HEAD-USER TO W-DEPT-HEAD.

   MOVE W-DEPT-HEAD TO W-LIMIT-USER.
   PERFORM CHECK-USER-LIMIT.
   MOVE W-LIMIT-COVERS TO W-HEAD-LIMIT-COVERS.

   MOVE W-CURRENT-USER-ID TO W-LIMIT-USER.
   PERFORM CHECK-USER-LIMIT.
   MOVE W-LIMIT-COVERS TO W-OWN-LIMIT-COVERS.

   IF REQ-REQUESTER NOT EQUAL W-CURRENT-USER-ID
      IF OWN-LIMIT-COVERS
         AND (W-CURRENT-USER-ID EQUAL W-DEPT-HEAD
              OR NOT HEAD-LIMIT-COVERS)
         MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY
      ELSE
         IF HEAD-LIMIT-COVERS
            AND W-DEPT-HEAD NOT EQUAL REQ-REQUESTER
            PERFORM FIND-DELEGATION-FROM-HEAD.
*>_________________________________________________________________________

CHECK-USER-LIMIT.

   MOVE "N" TO W-LIMIT-COVERS.

   IF W-LIMIT-USER NOT EQUAL SPACES
      MOVE W-LIMIT-USER TO USER-ID
      READ USER-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            IF ROLE-IS-ADMIN
               OR (USER-APPROVAL-LIMIT NUMERIC
                   AND USER-APPROVAL-LIMIT GREATER THAN ZERO
                   AND USER-APPROVAL-LIMIT NOT LESS THAN REQ-ESTIMATED-AMOUNT)
               MOVE "Y" TO W-LIMIT-COVERS
            END-IF
      END-READ.
*>_________________________________________________________________________

FIND-DELEGATION-FROM-HEAD.

   MOVE "N" TO W-END-OF-DELEGATIONS.
   MOVE LOW-VALUES TO DELEG-KEY.
   START APPROVAL-DELEGATION-FILE KEY IS NOT LESS THAN DELEG-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-DELEGATIONS.

   PERFORM CHECK-NEXT-DELEGATION UNTIL
                                    END-OF-DELEGATIONS
                                 OR HAS-APPROVAL-AUTHORITY.
*>_________________________________________________________________________

CHECK-NEXT-DELEGATION.

   READ APPROVAL-DELEGATION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-DELEGATIONS
      NOT AT END
         IF DELEG-TO-USER EQUAL W-CURRENT-USER-ID
            AND DELEG-FROM-USER EQUAL W-DEPT-HEAD
            AND DELEG-IS-ACTIVE
            AND DELEG-START-DATE NOT GREATER THAN W-DAY-TODAY
            AND DELEG-END-DATE NOT LESS THAN W-DAY-TODAY
            MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY
            MOVE DELEG-FROM-USER TO W-APPROVING-FOR
         END-IF
   END-READ.
*>_________________________________________________________________________

REVIEW-ONE-REQUISITION.

   ADD 1 TO W-REVIEWED-COUNT.
   PERFORM DISPLAY-REQUISITION.

   IF W-APPROVING-FOR NOT EQUAL SPACES
      DISPLAY "YOU ARE DECIDING FOR " W-APPROVING-FOR " UNDER THEIR DELEGATION."
   ELSE
      IF W-CURRENT-USER-ID NOT EQUAL W-DEPT-HEAD
         DISPLAY "ABOVE THE DEPARTMENT HEAD'S LIMIT - YOUR OWN LIMIT COVERS IT.".

   MOVE SPACES TO ENTRY-DECISION.
   DISPLAY "A - APPROVE, R - REJECT, <ENTER> - LEAVE IT FOR NOW: ".
   ACCEPT ENTRY-DECISION.
   INSPECT ENTRY-DECISION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF ENTRY-DECISION EQUAL "A"
      MOVE REQ-RECORD TO BK-REQ-RECORD
      MOVE "APPROVED"        TO REQ-STATUS
      MOVE W-CURRENT-USER-ID TO REQ-APPROVED-BY
      MOVE W-APPROVING-FOR   TO REQ-APPROVED-FOR
      MOVE W-DAY-TODAY       TO REQ-APPROVED-DATE
      PERFORM REWRITE-REQUISITION
   ELSE
   IF ENTRY-DECISION EQUAL "R"
      MOVE REQ-RECORD TO BK-REQ-RECORD
      DISPLAY "REASON FOR REJECTING: "
      ACCEPT REQ-REJECT-REASON
      INSPECT REQ-REJECT-REASON CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE "REJECTED"        TO REQ-STATUS
      MOVE W-CURRENT-USER-ID TO REQ-APPROVED-BY
      MOVE W-APPROVING-FOR   TO REQ-APPROVED-FOR
      MOVE W-DAY-TODAY       TO REQ-APPROVED-DATE
      PERFORM REWRITE-REQUISITION.
*>_________________________________________________________________________

REWRITE-REQUISITION.

   REWRITE REQ-RECORD
      INVALID KEY
         MOVE "REWRITE"       TO W-EXCLOG-OPERATION
         MOVE REQ-NUMBER      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "ERROR WHILE REWRITING THE REQUISITION !"
      NOT INVALID KEY
         MOVE "REQUISITN"     TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"        TO W-SYSAUD-ACTION
         MOVE REQ-NUMBER      TO W-SYSAUD-KEY
         MOVE BK-REQ-RECORD   TO W-SYSAUD-BEFORE-IMAGE
         MOVE REQ-RECORD      TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- REQUISITION " REQ-NUMBER " " REQ-STATUS " ! -----"
   END-REWRITE.
*>_________________________________________________________________________

INQUIRY-MODULE.

   PERFORM LIST-MY-REQUISITIONS.

   PERFORM GET-REQ-NUMBER.
   PERFORM SHOW-ONE-REQUISITION-STATUS UNTIL ENTRY-REQ-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

LIST-MY-REQUISITIONS.

   DISPLAY "YOUR REQUISITIONS:".
   MOVE ZEROS TO W-LISTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE W-CURRENT-USER-ID TO REQ-REQUESTER.
   START REQUISITION-FILE KEY IS NOT LESS THAN REQ-REQUESTER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM LIST-NEXT-OWN-REQUISITION UNTIL END-OF-FILE.

   IF W-LISTED-COUNT EQUAL ZEROS
      DISPLAY "   ( NONE )".
   DISPLAY " ".
*>_________________________________________________________________________

LIST-NEXT-OWN-REQUISITION.

   READ REQUISITION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF REQ-REQUESTER NOT EQUAL W-CURRENT-USER-ID
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF REQ-COMPANY EQUAL W-SESSION-COMPANY
               ADD 1 TO W-LISTED-COUNT
               MOVE REQ-ESTIMATED-AMOUNT TO W-FORMATTED-AMOUNT
               IF REQ-IS-ORDERED
                  DISPLAY "   " REQ-NUMBER " " REQ-DESCRIPTION " "
                          W-FORMATTED-AMOUNT " " REQ-STATUS " PO " REQ-PO-NUMBER
               ELSE
                  DISPLAY "   " REQ-NUMBER " " REQ-DESCRIPTION " "
                          W-FORMATTED-AMOUNT " " REQ-STATUS
               END-IF
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

SHOW-ONE-REQUISITION-STATUS.

   PERFORM LOOK-FOR-REQ-RECORD.

   IF NOT FOUND-REQ-RECORD
      DISPLAY "*** REQUISITION NOT ON FILE ! ***"
   ELSE
      PERFORM CLEAR-SCREEN
      PERFORM DISPLAY-REQUISITION
      PERFORM DISPLAY-REQUISITION-PROGRESS.

   PERFORM GET-REQ-NUMBER.
*>_________________________________________________________________________

DISPLAY-REQUISITION-PROGRESS.

*>   Where the request has got to: the approval, then the order it
*>   became, what the dock has received on it and what has been
*>   invoiced against it.

   IF REQ-IS-ENTERED
      MOVE REQ-DEPARTMENT TO DEPT-CODE
      PERFORM LOOK-FOR-DEPT-RECORD
      IF FOUND-DEPT-RECORD
         DISPLAY "WAITING FOR APPROVAL BY " DEPT-HEAD-USER
      ELSE
         DISPLAY "WAITING FOR APPROVAL".

   IF REQ-IS-APPROVED OR REQ-IS-ORDERED OR REQ-IS-REJECTED
      MOVE REQ-APPROVED-DATE TO W-DATE-TO-EDIT
      PERFORM EDIT-DATE-FOR-DISPLAY
      IF REQ-IS-REJECTED
         DISPLAY "REJECTED BY " REQ-APPROVED-BY " ON " W-FORMATTED-DATE
         DISPLAY "   " REQ-REJECT-REASON
      ELSE
         IF REQ-APPROVED-FOR EQUAL SPACES
            DISPLAY "APPROVED BY " REQ-APPROVED-BY " ON " W-FORMATTED-DATE
         ELSE
            DISPLAY "APPROVED BY " REQ-APPROVED-BY " FOR " REQ-APPROVED-FOR
                    " ON " W-FORMATTED-DATE.

   IF REQ-IS-APPROVED
      DISPLAY "WAITING FOR PURCHASING TO PLACE THE ORDER".

   IF REQ-IS-ORDERED
      PERFORM DISPLAY-ORDER-PROGRESS.

   DISPLAY " ".
*>_________________________________________________________________________

DISPLAY-ORDER-PROGRESS.

   MOVE REQ-ORDERED-DATE TO W-DATE-TO-EDIT.
   PERFORM EDIT-DATE-FOR-DISPLAY.
   DISPLAY "ORDERED ON PURCHASE ORDER " REQ-PO-NUMBER " BY " REQ-ORDERED-BY
           " ON " W-FORMATTED-DATE.

   MOVE REQ-PO-NUMBER TO PO-NUMBER.
   MOVE "Y" TO W-FOUND-PO-RECORD.
   READ PURCHASE-ORDER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PO-RECORD.

   IF NOT FOUND-PO-RECORD
      DISPLAY "   THE PURCHASE ORDER IS NO LONGER ON FILE"
   ELSE
      IF PO-AWAITS-APPROVAL
         DISPLAY "   THE ORDER IS WAITING FOR PURCHASING APPROVAL"
      END-IF
      MOVE PO-AMOUNT TO W-FORMATTED-AMOUNT
      DISPLAY "   ORDER VALUE......: " W-FORMATTED-AMOUNT " - " PO-STATUS
      PERFORM SUM-PO-RECEIPTS
      MOVE W-PO-RECEIVED-TOTAL TO W-FORMATTED-AMOUNT
      IF PO-IS-RECEIVED
         OR W-PO-RECEIVED-TOTAL NOT LESS THAN PO-AMOUNT
         DISPLAY "   RECEIVED.........: IN FULL"
      ELSE
         IF W-PO-RECEIVED-TOTAL EQUAL ZEROS
            DISPLAY "   RECEIVED.........: NOTHING YET"
         ELSE
            DISPLAY "   RECEIVED.........: PART - " W-FORMATTED-AMOUNT
         END-IF
      END-IF
      MOVE PO-BILLED-AMOUNT TO W-FORMATTED-AMOUNT
      IF PO-BILLED-AMOUNT NOT GREATER THAN ZEROS
         DISPLAY "   INVOICED.........: NOT YET"
      ELSE
         IF PO-BILLED-AMOUNT NOT LESS THAN PO-AMOUNT
            DISPLAY "   INVOICED.........: IN FULL - " W-FORMATTED-AMOUNT
         ELSE
            DISPLAY "   INVOICED.........: PART - " W-FORMATTED-AMOUNT
         END-IF
      END-IF
   END-IF.
*>_________________________________________________________________________

SUM-PO-RECEIPTS.

   MOVE ZEROS TO W-PO-RECEIVED-TOTAL.
   MOVE "N" TO W-END-OF-RECEIPTS.

   MOVE PO-NUMBER TO POREC-PO-NUMBER.
   MOVE ZEROS TO POREC-PO-LINE.
   MOVE ZEROS TO POREC-DATE.
   MOVE ZEROS TO POREC-SEQ.
   START PO-RECEIVING-FILE KEY IS NOT LESS THAN POREC-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-RECEIPTS.

   PERFORM SUM-ONE-RECEIPT UNTIL END-OF-RECEIPTS.
*>_________________________________________________________________________

SUM-ONE-RECEIPT.

   READ PO-RECEIVING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RECEIPTS
      NOT AT END
         IF POREC-PO-NUMBER NOT EQUAL PO-NUMBER
            MOVE "Y" TO W-END-OF-RECEIPTS
         ELSE
            ADD POREC-AMOUNT TO W-PO-RECEIVED-TOTAL
         END-IF
   END-READ.
*>_________________________________________________________________________

CANCEL-MODULE.

   PERFORM GET-REQ-NUMBER.
   PERFORM CANCEL-ONE-REQUISITION UNTIL ENTRY-REQ-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

CANCEL-ONE-REQUISITION.

*>   Only the requester withdraws a request, and only until it has
*>   been ordered.

   PERFORM LOOK-FOR-REQ-RECORD.

   IF NOT FOUND-REQ-RECORD
      DISPLAY "*** REQUISITION NOT ON FILE ! ***"
   ELSE
   IF REQ-REQUESTER NOT EQUAL W-CURRENT-USER-ID
      DISPLAY "*** ONLY " REQ-REQUESTER " WHO ASKED FOR IT MAY CANCEL IT ! ***"
   ELSE
   IF NOT REQ-IS-ENTERED AND NOT REQ-IS-APPROVED
      DISPLAY "*** THE REQUISITION IS " REQ-STATUS " - IT CANNOT BE CANCELED ! ***"
   ELSE
      PERFORM DISPLAY-REQUISITION
      MOVE "CANCEL THIS REQUISITION ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF DELETING-IS-CONFIRMED
         MOVE REQ-RECORD TO BK-REQ-RECORD
         MOVE "CANCELED" TO REQ-STATUS
         PERFORM REWRITE-REQUISITION.

   PERFORM GET-REQ-NUMBER.
*>_________________________________________________________________________

DEPARTMENT-MODULE.

   PERFORM GET-DEPARTMENT-CODE.
   PERFORM MAINTAIN-ONE-DEPARTMENT UNTIL ENTRY-DEPT-CODE EQUAL SPACES.
*>_________________________________________________________________________

MAINTAIN-ONE-DEPARTMENT.

   MOVE ENTRY-DEPT-CODE TO DEPT-CODE.
   PERFORM LOOK-FOR-DEPT-RECORD.

   IF FOUND-DEPT-RECORD
      DISPLAY "DEPARTMENT.........: " DEPT-CODE " " DEPT-NAME
      DISPLAY "HEAD (APPROVER)....: " DEPT-HEAD-USER
      DISPLAY "DEFAULT GL ACCOUNT.: " DEPT-GL-ACCOUNT
      DISPLAY "STATUS.............: " DEPT-STATUS
      MOVE "RE-ENTER THIS DEPARTMENT'S DETAILS ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF DELETING-IS-CONFIRMED
         MOVE DEPT-RECORD TO BK-DEPT-RECORD
         PERFORM GET-DEPARTMENT-FIELDS
         IF DEPT-NAME NOT EQUAL SPACES
            REWRITE DEPT-RECORD
               INVALID KEY
                  DISPLAY "ERROR WHILE REWRITING THE DEPARTMENT !"
               NOT INVALID KEY
                  MOVE "DEPARTMENT"   TO W-SYSAUD-RECORD-TYPE
                  MOVE "CHANGE"       TO W-SYSAUD-ACTION
                  MOVE DEPT-CODE      TO W-SYSAUD-KEY
                  MOVE BK-DEPT-RECORD TO W-SYSAUD-BEFORE-IMAGE
                  MOVE DEPT-RECORD    TO W-SYSAUD-AFTER-IMAGE
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
                  DISPLAY "----- DEPARTMENT CHANGED ! -----"
            END-REWRITE
         END-IF
      END-IF
   ELSE
      MOVE SPACES TO DEPT-RECORD
      MOVE ENTRY-DEPT-CODE TO DEPT-CODE
      PERFORM GET-DEPARTMENT-FIELDS
      IF DEPT-NAME NOT EQUAL SPACES
         WRITE DEPT-RECORD
            INVALID KEY
               DISPLAY "ERROR WHILE WRITING THE DEPARTMENT !"
            NOT INVALID KEY
               MOVE "DEPARTMENT"   TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"          TO W-SYSAUD-ACTION
               MOVE DEPT-CODE      TO W-SYSAUD-KEY
               MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
               MOVE DEPT-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- DEPARTMENT ADDED ! -----"
         END-WRITE
      END-IF
   END-IF.

   PERFORM GET-DEPARTMENT-CODE.
*>_________________________________________________________________________

GET-DEPARTMENT-FIELDS.

   DISPLAY "DEPARTMENT NAME (<ENTER> TO CANCEL): ".
   ACCEPT DEPT-NAME.
   INSPECT DEPT-NAME CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF DEPT-NAME NOT EQUAL SPACES
      MOVE "N" TO W-FOUND-USER-RECORD
      PERFORM GET-DEPARTMENT-HEAD UNTIL FOUND-USER-RECORD
      MOVE "N" TO W-FOUND-COA-RECORD
      PERFORM GET-DEPARTMENT-GL-ACCOUNT UNTIL FOUND-COA-RECORD
      DISPLAY "STATUS (ACTIVE/INACTIVE) - <ENTER>=ACTIVE: "
      MOVE SPACES TO ENTRY-STATUS
      ACCEPT ENTRY-STATUS
      INSPECT ENTRY-STATUS CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      IF ENTRY-STATUS EQUAL "INACTIVE"
         MOVE "INACTIVE" TO DEPT-STATUS
      ELSE
         MOVE "ACTIVE" TO DEPT-STATUS.
*>_________________________________________________________________________

GET-DEPARTMENT-HEAD.

   DISPLAY "DEPARTMENT HEAD'S USER-ID (APPROVES ITS REQUISITIONS): ".
   MOVE SPACES TO DEPT-HEAD-USER.
   ACCEPT DEPT-HEAD-USER.

   MOVE DEPT-HEAD-USER TO USER-ID.
   MOVE "Y" TO W-FOUND-USER-RECORD.
   READ USER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-USER-RECORD.

   IF NOT FOUND-USER-RECORD
      DISPLAY "*** USER NOT ON FILE ! ***".
*>_________________________________________________________________________

GET-DEPARTMENT-GL-ACCOUNT.

   DISPLAY "DEFAULT GL EXPENSE ACCOUNT (<ENTER> FOR NONE): ".
   MOVE SPACES TO DEPT-GL-ACCOUNT.
   ACCEPT DEPT-GL-ACCOUNT.
   INSPECT DEPT-GL-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF DEPT-GL-ACCOUNT EQUAL SPACES
      MOVE "Y" TO W-FOUND-COA-RECORD
   ELSE
      MOVE DEPT-GL-ACCOUNT TO COA-ACCOUNT-NUMBER
      PERFORM CHECK-GL-ACCOUNT.
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

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
