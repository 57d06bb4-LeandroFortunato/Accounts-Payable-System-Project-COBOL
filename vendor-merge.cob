
         COPY "SLVND02.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLVCVAT.CBL".
         COPY "SLVFRT.CBL".
         COPY "SLVLFEE.CBL".
         COPY "SLVDEP.CBL".
         COPY "SLCARR.CBL".
         COPY "SLCARATE.CBL".
         COPY "SLERS.CBL".
         COPY "SLCHKREG.CBL".
         COPY "SLPO.CBL".
         COPY "SLWHHOLD.CBL".
         COPY "SLATTACH.CBL".
         COPY "SLASSIGN.CBL".
         COPY "SLVNDSEPA.CBL".
         COPY "SLVNDSWH.CBL".
         COPY "SLSTATWH.CBL".
         COPY "SLBNOTIC.CBL".
         COPY "SLREBATE.CBL".
         COPY "SLVNDTPL.CBL".
         COPY "SLARXREF.CBL".
         COPY "SLAROPEN.CBL".
         COPY "SLNETPRO.CBL".
         COPY "SLVNDPAR.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLEXCLOG.CBL".
         COPY "SLSESSION.CBL".

         COPY "FDVND02.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDVCVAT.CBL".
         COPY "FDVFRT.CBL".
         COPY "FDVLFEE.CBL".
         COPY "FDVDEP.CBL".
         COPY "FDCARR.CBL".
         COPY "FDCARATE.CBL".
         COPY "FDERS.CBL".
         COPY "FDCHKREG.CBL".
         COPY "FDPO.CBL".
         COPY "FDWHHOLD.CBL".
         COPY "FDATTACH.CBL".
         COPY "FDASSIGN.CBL".
         COPY "FDVNDSEPA.CBL".
         COPY "FDVNDSWH.CBL".
         COPY "FDSTATWH.CBL".
         COPY "FDBNOTIC.CBL".
         COPY "FDREBATE.CBL".
         COPY "FDVNDTPL.CBL".
         COPY "FDARXREF.CBL".
         COPY "FDAROPEN.CBL".
         COPY "FDNETPRO.CBL".
         COPY "FDVNDPAR.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDEXCLOG.CBL".
         COPY "FDSESSION.CBL".
   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsvndbal.cbl".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
      77 W-CERTS-REPOINTED                PIC 9(7) VALUE 0.
      77 W-CERTS-SKIPPED                  PIC 9(7) VALUE 0.
      77 W-NEXT-NOTE-SEQ                  PIC 9(4).
      77 W-NEXT-BNOTICE-SEQ               PIC 9(3).
      77 BK-BNOTICE-RECORD                PIC X(118).
      77 BK-VNDNOTE-RECORD                PIC X(93).
      77 BK-VNDCERT-RECORD                PIC X(54).
      77 BK-ATTACH-RECORD                 PIC X(100).
      77 BK-REBATE-RECORD                 PIC X(120).
      77 BK-CARATE-RECORD                 PIC X(35).
      77 W-ATTACHES-REPOINTED             PIC 9(4) VALUE 0.
      77 W-REBATES-REPOINTED              PIC 9(4) VALUE 0.
      77 W-VAT-DETAILS-REPOINTED          PIC 9(4) VALUE 0.
      77 W-FREIGHT-BILLS-REPOINTED        PIC 9(4) VALUE 0.
      77 W-LATE-FEES-REPOINTED            PIC 9(4) VALUE 0.
      77 W-DEPOSITS-REPOINTED             PIC 9(4) VALUE 0.
      77 W-CARRIER-RATES-REPOINTED        PIC 9(4) VALUE 0.
      77 W-AR-RECORDS-REPOINTED           PIC 9(4) VALUE 0.
      77 W-SIDE-FILES-REPOINTED           PIC 9(4) VALUE 0.
      77 W-SIDE-FILES-SKIPPED             PIC 9(4) VALUE 0.
      77 W-PARENT-LINKS-REPOINTED         PIC 9(4) VALUE 0.
      77 W-PARENT-LINKS-DROPPED           PIC 9(4) VALUE 0.
      77 W-STATE-WH-REPOINTED             PIC 9(4) VALUE 0.
      77 W-BNOTICES-REPOINTED             PIC 9(4) VALUE 0.
      77 W-INTO-PARENT                    PIC 9(5).
      77 W-NEW-PARENT                     PIC 9(5).

      01 W-ONE-TIME-VENDOR-FOUND           PIC X.
         88 ONE-TIME-VENDOR-FOUND          VALUE "Y".

      01 W-INTO-HAS-CHILDREN               PIC X.
         88 INTO-HAS-CHILDREN             VALUE "Y".

      77 BK-VENDOR-RECORD-BEFORE-CHANGE   PIC X(512).

   OPEN I-O VENDOR-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN I-O VOUCHER-ARCHIVE-FILE.
   OPEN I-O VOUCHER-VAT-FILE.
   OPEN I-O VOUCHER-FREIGHT-FILE.
   OPEN I-O VOUCHER-LATE-FEE-FILE.
   OPEN I-O VENDOR-DEPOSIT-FILE.
   OPEN I-O CARRIER-FILE.
   OPEN I-O CARRIER-RATE-FILE.
   OPEN I-O ERS-AGREEMENT-FILE.
   OPEN I-O CHECK-REGISTER-FILE.
   OPEN I-O PURCHASE-ORDER-FILE.
   OPEN I-O WITHHOLDING-FILE.
   OPEN I-O ATTACHMENT-ORDER-FILE.
   OPEN I-O ASSIGNMENT-FILE.
   OPEN I-O VENDOR-SEPA-FILE.
   OPEN I-O VENDOR-STATE-WH-FILE.
   OPEN I-O STATE-WITHHOLDING-FILE.
   OPEN I-O BNOTICE-FILE.
   OPEN I-O REBATE-AGREEMENT-FILE.
   OPEN I-O VENDOR-TEMPLATE-FILE.
   OPEN I-O AR-CUSTOMER-XREF-FILE.
   OPEN I-O AR-OPEN-ITEM-FILE.
   OPEN I-O NETTING-PROPOSAL-FILE.
   OPEN I-O VENDOR-PARENT-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-THE-TWO-VENDORS.
      IF MERGE-IS-CONFIRMED
         PERFORM REPOINT-THE-VOUCHERS
         PERFORM REPOINT-THE-ARCHIVE
         PERFORM REPOINT-THE-VAT-DETAILS
         PERFORM REPOINT-THE-FREIGHT-BILLS
         PERFORM REPOINT-THE-LATE-FEES
         PERFORM REPOINT-THE-DEPOSITS
         PERFORM REPOINT-THE-CHECK-REGISTER
         PERFORM REPOINT-THE-PURCHASE-ORDERS
         PERFORM REPOINT-THE-WITHHOLDINGS
         PERFORM REPOINT-THE-STATE-WITHHOLDINGS
         PERFORM REPOINT-THE-BNOTICES
         PERFORM REPOINT-THE-NOTES
         PERFORM REPOINT-THE-CERTIFICATES
         PERFORM REPOINT-THE-ATTACHMENTS
         PERFORM REPOINT-THE-REBATES
         PERFORM REPOINT-THE-CARRIER-RATES
         PERFORM REPOINT-THE-AR-NETTING-RECORDS
         PERFORM REPOINT-THE-PARENT-LINKS
         PERFORM REPOINT-THE-SINGLE-KEY-SIDES
         PERFORM INACTIVATE-THE-FROM-VENDOR

                 W-REBATES-REPOINTED " REBATE AGREEMENT(S) AND "
                 W-SIDE-FILES-REPOINTED " SIDE RECORD(S) (ASSIGNMENT,"
                 " IBAN, GL TEMPLATE) RE-POINTED."
         IF W-VAT-DETAILS-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-VAT-DETAILS-REPOINTED " INVOICE VAT DETAIL(S) RE-POINTED."
         END-IF
         IF W-LATE-FEES-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-LATE-FEES-REPOINTED " LATE FEE / FINANCE CHARGE MARK(S) RE-POINTED."
         END-IF
         IF W-DEPOSITS-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-DEPOSITS-REPOINTED " VENDOR DEPOSIT RECORD(S) RE-POINTED."
         END-IF
         IF W-FREIGHT-BILLS-REPOINTED NOT EQUAL ZEROS
            OR W-CARRIER-RATES-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-FREIGHT-BILLS-REPOINTED " FREIGHT BILL AUDIT(S) AND "
                    W-CARRIER-RATES-REPOINTED " CARRIER RATE LINE(S) RE-POINTED."
         END-IF
         IF W-AR-RECORDS-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-AR-RECORDS-REPOINTED " AR NETTING RECORD(S) (CUSTOMER MAPPING,"
                    " OPEN RECEIVABLE, PROPOSAL) RE-POINTED."
         END-IF
         IF W-STATE-WH-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-STATE-WH-REPOINTED " STATE WITHHOLDING ROW(S) RE-POINTED."
         END-IF
         IF W-BNOTICES-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-BNOTICES-REPOINTED " B-NOTICE (CP2100) RECORD(S) RE-POINTED."
         END-IF
         IF W-PARENT-LINKS-REPOINTED NOT EQUAL ZEROS
            DISPLAY W-PARENT-LINKS-REPOINTED " PARENT/CHILD VENDOR LINK(S) RE-POINTED."
         END-IF
         IF W-PARENT-LINKS-DROPPED NOT EQUAL ZEROS
            DISPLAY W-PARENT-LINKS-DROPPED " PARENT/CHILD VENDOR LINK(S) DROPPED - THE HIERARCHY"
                    " IS ONE LEVEL DEEP."
         END-IF
         IF W-SIDE-FILES-SKIPPED NOT EQUAL ZEROS
            DISPLAY W-SIDE-FILES-SKIPPED " SIDE RECORD(S) DROPPED - VENDOR "
                    W-INTO-VENDOR " ALREADY CARRIES ITS OWN."
   CLOSE VENDOR-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE VOUCHER-ARCHIVE-FILE.
   CLOSE VOUCHER-VAT-FILE.
   CLOSE VOUCHER-FREIGHT-FILE.
   CLOSE VOUCHER-LATE-FEE-FILE.
   CLOSE VENDOR-DEPOSIT-FILE.
   CLOSE CARRIER-FILE.
   CLOSE CARRIER-RATE-FILE.
   CLOSE ERS-AGREEMENT-FILE.
   CLOSE CHECK-REGISTER-FILE.
   CLOSE PURCHASE-ORDER-FILE.
   CLOSE WITHHOLDING-FILE.
   CLOSE ATTACHMENT-ORDER-FILE.
   CLOSE ASSIGNMENT-FILE.
   CLOSE VENDOR-SEPA-FILE.
   CLOSE VENDOR-STATE-WH-FILE.
   CLOSE STATE-WITHHOLDING-FILE.
   CLOSE BNOTICE-FILE.
   CLOSE REBATE-AGREEMENT-FILE.
   CLOSE VENDOR-TEMPLATE-FILE.
   CLOSE AR-CUSTOMER-XREF-FILE.
   CLOSE AR-OPEN-ITEM-FILE.
   CLOSE NETTING-PROPOSAL-FILE.
   CLOSE VENDOR-PARENT-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.
            ELSE
               MOVE VENDOR-NAME TO W-INTO-VENDOR-NAME
               DISPLAY "   " VENDOR-NAME.

*>   The reserved one-time payee vendor stands for many payees, each
*>   kept with its own voucher; it is never folded into, or out of.
   IF W-FROM-VENDOR NOT EQUAL ZEROS
      PERFORM CHECK-ONE-TIME-VENDOR
      IF ONE-TIME-VENDOR-FOUND
         DISPLAY "THE ONE-TIME PAYEE VENDOR CANNOT BE MERGED ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE ZEROS TO W-FROM-VENDOR.
*>_________________________________________________________________________

CHECK-ONE-TIME-VENDOR.

   MOVE "N" TO W-ONE-TIME-VENDOR-FOUND.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT CONTROL-FILE.
   MOVE ZEROS TO CONTROL-KEY.
   START CONTROL-FILE KEY IS NOT LESS THAN CONTROL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM CHECK-NEXT-CONTROL-RECORD UNTIL END-OF-FILE.
   CLOSE CONTROL-FILE.
*>_________________________________________________________________________

CHECK-NEXT-CONTROL-RECORD.

   READ CONTROL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF CONTROL-ONE-TIME-VENDOR EQUAL W-FROM-VENDOR
            OR CONTROL-ONE-TIME-VENDOR EQUAL W-INTO-VENDOR
            MOVE "Y" TO W-ONE-TIME-VENDOR-FOUND
         END-IF
   END-READ.
*>_________________________________________________________________________

REPOINT-THE-VOUCHERS.
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-VOUCHERS-REPOINTED
                     PERFORM SHIFT-VOUCHER-VENDOR-BALANCE
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
   END-IF.
*>_________________________________________________________________________

SHIFT-VOUCHER-VENDOR-BALANCE.

*>   The repointed voucher's figures leave the old vendor's running
*>   balance and join the surviving vendor's.

   MOVE "VOUCHER"     TO W-VNDBAL-PART.
   MOVE W-FROM-VENDOR TO VOUCHER-VENDOR.
   MOVE -1            TO W-VNDBAL-SIGN.
   PERFORM POST-VENDOR-BALANCE.

   MOVE W-INTO-VENDOR TO VOUCHER-VENDOR.
   MOVE 1             TO W-VNDBAL-SIGN.
   PERFORM POST-VENDOR-BALANCE.
*>_________________________________________________________________________

REPOINT-THE-ARCHIVE.

   MOVE "Y" TO W-MORE-TO-REPOINT.
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-ARCHIVES-REPOINTED
                     MOVE VCARC-VOUCHER-IMAGE TO VOUCHER-RECORD
                     PERFORM SHIFT-VOUCHER-VENDOR-BALANCE
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-VAT-DETAILS.

*>   The reclaim report names the supplier from the VAT detail's own
*>   vendor number, so it follows the vouchers to the survivor.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-VAT-DETAIL UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________

REPOINT-ONE-VAT-DETAIL.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO VCVAT-VENDOR.
   START VOUCHER-VAT-FILE KEY IS NOT LESS THAN VCVAT-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ VOUCHER-VAT-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF VCVAT-VENDOR EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO VCVAT-VENDOR
               REWRITE VCVAT-RECORD
                  INVALID KEY
                     MOVE "REWRITE"     TO W-EXCLOG-OPERATION
                     MOVE VCVAT-VOUCHER TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-VAT-DETAILS-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-LATE-FEES.

*>   The avoidable-cost report totals the fees by their own vendor
*>   number, so the marks follow the vouchers to the survivor.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-LATE-FEE UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________
REPOINT-ONE-LATE-FEE.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO LFEE-VENDOR.
   START VOUCHER-LATE-FEE-FILE KEY IS NOT LESS THAN LFEE-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ VOUCHER-LATE-FEE-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF LFEE-VENDOR EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO LFEE-VENDOR
               REWRITE LFEE-RECORD
                  INVALID KEY
                     MOVE "REWRITE"    TO W-EXCLOG-OPERATION
                     MOVE LFEE-VOUCHER TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-LATE-FEES-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________
REPOINT-THE-DEPOSITS.

*>   Open deposits are offered by vendor when the final invoice is
*>   keyed, so they go to the survivor with the vouchers; so do the
*>   rows recording what earlier invoices took.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-DEPOSIT UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________
REPOINT-ONE-DEPOSIT.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO VDEP-VENDOR.
   START VENDOR-DEPOSIT-FILE KEY IS NOT LESS THAN VDEP-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ VENDOR-DEPOSIT-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF VDEP-VENDOR EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO VDEP-VENDOR
               REWRITE VDEP-RECORD
                  INVALID KEY
                     MOVE "REWRITE"    TO W-EXCLOG-OPERATION
                     MOVE VDEP-KEY     TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-DEPOSITS-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________
REPOINT-THE-FREIGHT-BILLS.

*>   The freight audit keeps the carrier on each bill so duplicate PRO
*>   numbers are caught across vouchers; bills billed by the folded
*>   carrier now belong to the survivor's PRO list.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-FREIGHT-BILL UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________

REPOINT-ONE-FREIGHT-BILL.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO VFRT-VENDOR.
   MOVE SPACES TO VFRT-PRO-NUMBER.
   START VOUCHER-FREIGHT-FILE KEY IS NOT LESS THAN VFRT-PRO-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ VOUCHER-FREIGHT-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF VFRT-VENDOR EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO VFRT-VENDOR
               REWRITE VFRT-RECORD
                  INVALID KEY
                     MOVE "REWRITE"    TO W-EXCLOG-OPERATION
                     MOVE VFRT-VOUCHER TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-FREIGHT-BILLS-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-STATE-WITHHOLDINGS.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-STATE-WITHHOLDING UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________

REPOINT-ONE-STATE-WITHHOLDING.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO SWHHOLD-VENDOR-NUMBER.
   START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VENDOR-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ STATE-WITHHOLDING-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF SWHHOLD-VENDOR-NUMBER EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO SWHHOLD-VENDOR-NUMBER
               REWRITE SWHHOLD-RECORD
                  INVALID KEY
                     MOVE "REWRITE"              TO W-EXCLOG-OPERATION
                     MOVE SWHHOLD-VOUCHER-NUMBER TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-STATE-WH-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-BNOTICES.

*>   The vendor number leads the B-notice key, so each of the
*>   duplicate's CP2100 entries is re-added under the survivor's next
*>   free sequence and the old row removed, like the notes.

   MOVE 0 TO W-NEXT-BNOTICE-SEQ.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-INTO-VENDOR TO BNOTICE-VENDOR.
   MOVE ZEROS TO BNOTICE-SEQUENCE.
   START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM SCAN-SURVIVOR-BNOTICE-SEQ UNTIL END-OF-FILE.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-BNOTICE UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________

SCAN-SURVIVOR-BNOTICE-SEQ.

   READ BNOTICE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF BNOTICE-VENDOR NOT EQUAL W-INTO-VENDOR
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            MOVE BNOTICE-SEQUENCE TO W-NEXT-BNOTICE-SEQ
         END-IF
   END-READ.
*>_________________________________________________________________________

REPOINT-ONE-BNOTICE.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO BNOTICE-VENDOR.
   MOVE ZEROS TO BNOTICE-SEQUENCE.
   START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ BNOTICE-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF BNOTICE-VENDOR EQUAL W-FROM-VENDOR
               MOVE BNOTICE-RECORD TO BK-BNOTICE-RECORD
               DELETE BNOTICE-FILE RECORD
                  INVALID KEY
                     MOVE "DELETE"      TO W-EXCLOG-OPERATION
                     MOVE BNOTICE-KEY   TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     MOVE BK-BNOTICE-RECORD TO BNOTICE-RECORD
                     MOVE W-INTO-VENDOR TO BNOTICE-VENDOR
                     ADD 1 TO W-NEXT-BNOTICE-SEQ
                     MOVE W-NEXT-BNOTICE-SEQ TO BNOTICE-SEQUENCE
                     WRITE BNOTICE-RECORD
                        INVALID KEY
                           MOVE "WRITE"     TO W-EXCLOG-OPERATION
                           MOVE BNOTICE-KEY TO W-EXCLOG-KEY
                           PERFORM LOG-EXCEPTION-ENTRY
                        NOT INVALID KEY
                           ADD 1 TO W-BNOTICES-REPOINTED
                           MOVE "Y" TO W-MORE-TO-REPOINT
                     END-WRITE
               END-DELETE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-NOTES.

*>   The vendor number is part of the note's primary key, so each of
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-CARRIER-RATES.

*>   A lane the survivor already rates keeps the survivor's tariff.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-CARRIER-RATE UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________

REPOINT-ONE-CARRIER-RATE.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO CARATE-VENDOR.
   MOVE SPACES TO CARATE-ORIGIN-ZONE CARATE-DEST-ZONE.
   MOVE ZEROS TO CARATE-WEIGHT-BREAK.
   START CARRIER-RATE-FILE KEY IS NOT LESS THAN CARATE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ CARRIER-RATE-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF CARATE-VENDOR EQUAL W-FROM-VENDOR
               MOVE CARATE-RECORD TO BK-CARATE-RECORD
               DELETE CARRIER-RATE-FILE RECORD
                  INVALID KEY
                     MOVE "DELETE"    TO W-EXCLOG-OPERATION
                     MOVE CARATE-KEY  TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     MOVE BK-CARATE-RECORD TO CARATE-RECORD
                     MOVE W-INTO-VENDOR TO CARATE-VENDOR
                     WRITE CARATE-RECORD
                        INVALID KEY
                           ADD 1 TO W-SIDE-FILES-SKIPPED
                           MOVE "Y" TO W-MORE-TO-REPOINT
                        NOT INVALID KEY
                           ADD 1 TO W-CARRIER-RATES-REPOINTED
                           MOVE "Y" TO W-MORE-TO-REPOINT
                     END-WRITE
               END-DELETE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-AR-NETTING-RECORDS.

*>   The customer the duplicate was mapped to now nets against the
*>   survivor, with its open receivables and any netting proposals.

   MOVE "N" TO W-END-OF-FILE.
   MOVE LOW-VALUES TO ARXREF-CUSTOMER.
   START AR-CUSTOMER-XREF-FILE KEY IS NOT LESS THAN ARXREF-CUSTOMER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM REPOINT-NEXT-AR-XREF UNTIL END-OF-FILE.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-AR-OPEN-ITEM UNTIL NOT MORE-TO-REPOINT.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-NETTING-PROPOSAL UNTIL NOT MORE-TO-REPOINT.
*>_________________________________________________________________________

REPOINT-NEXT-AR-XREF.

   READ AR-CUSTOMER-XREF-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF ARXREF-VENDOR EQUAL W-FROM-VENDOR
            MOVE W-INTO-VENDOR TO ARXREF-VENDOR
            REWRITE ARXREF-RECORD
               INVALID KEY
                  MOVE "REWRITE"       TO W-EXCLOG-OPERATION
                  MOVE ARXREF-CUSTOMER TO W-EXCLOG-KEY
                  PERFORM LOG-EXCEPTION-ENTRY
               NOT INVALID KEY
                  ADD 1 TO W-AR-RECORDS-REPOINTED
            END-REWRITE
         END-IF
   END-READ.
*>_________________________________________________________________________

REPOINT-ONE-AR-OPEN-ITEM.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO AROPEN-VENDOR.
   START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ AR-OPEN-ITEM-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF AROPEN-VENDOR EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO AROPEN-VENDOR
               REWRITE AROPEN-RECORD
                  INVALID KEY
                     MOVE "REWRITE"  TO W-EXCLOG-OPERATION
                     MOVE AROPEN-KEY TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-AR-RECORDS-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-ONE-NETTING-PROPOSAL.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO NETPRO-VENDOR.
   START NETTING-PROPOSAL-FILE KEY IS NOT LESS THAN NETPRO-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ NETTING-PROPOSAL-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF NETPRO-VENDOR EQUAL W-FROM-VENDOR
               MOVE W-INTO-VENDOR TO NETPRO-VENDOR
               REWRITE NETPRO-RECORD
                  INVALID KEY
                     MOVE "REWRITE"     TO W-EXCLOG-OPERATION
                     MOVE NETPRO-NUMBER TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                  NOT INVALID KEY
                     ADD 1 TO W-AR-RECORDS-REPOINTED
                     MOVE "Y" TO W-MORE-TO-REPOINT
               END-REWRITE
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-PARENT-LINKS.

*>   The hierarchy is one level deep.  Children of the duplicate
*>   follow it into the survivor (or to the survivor's own parent,
*>   when the survivor is itself a child).  The duplicate's own link
*>   to a parent follows it only when the survivor is neither a
*>   child nor a parent already; otherwise it is dropped.

   MOVE ZEROS TO W-INTO-PARENT.
   MOVE W-INTO-VENDOR TO VNDPAR-VENDOR.
   READ VENDOR-PARENT-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE VNDPAR-PARENT TO W-INTO-PARENT
   END-READ.

   IF W-INTO-PARENT EQUAL W-FROM-VENDOR
      MOVE ZEROS TO W-INTO-PARENT
      DELETE VENDOR-PARENT-FILE RECORD
         INVALID KEY
            MOVE "DELETE"       TO W-EXCLOG-OPERATION
            MOVE W-INTO-VENDOR  TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
         NOT INVALID KEY
            ADD 1 TO W-PARENT-LINKS-DROPPED
      END-DELETE.

   IF W-INTO-PARENT EQUAL ZEROS
      MOVE W-INTO-VENDOR TO W-NEW-PARENT
   ELSE
      MOVE W-INTO-PARENT TO W-NEW-PARENT.

   MOVE "Y" TO W-MORE-TO-REPOINT.
   PERFORM REPOINT-ONE-CHILD-LINK UNTIL NOT MORE-TO-REPOINT.

   MOVE "N" TO W-INTO-HAS-CHILDREN.
   MOVE W-INTO-VENDOR TO VNDPAR-PARENT.
   START VENDOR-PARENT-FILE KEY IS EQUAL TO VNDPAR-PARENT
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE "Y" TO W-INTO-HAS-CHILDREN
   END-START.

   MOVE W-FROM-VENDOR TO VNDPAR-VENDOR.
   READ VENDOR-PARENT-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         DELETE VENDOR-PARENT-FILE RECORD
            INVALID KEY
               MOVE "DELETE"       TO W-EXCLOG-OPERATION
               MOVE W-FROM-VENDOR  TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               IF W-INTO-PARENT NOT EQUAL ZEROS
               OR INTO-HAS-CHILDREN
               OR VNDPAR-PARENT EQUAL W-INTO-VENDOR
                  ADD 1 TO W-PARENT-LINKS-DROPPED
               ELSE
                  MOVE W-INTO-VENDOR TO VNDPAR-VENDOR
                  WRITE VNDPAR-RECORD
                     INVALID KEY
                        ADD 1 TO W-PARENT-LINKS-DROPPED
                     NOT INVALID KEY
                        ADD 1 TO W-PARENT-LINKS-REPOINTED
                  END-WRITE
               END-IF
         END-DELETE
   END-READ.
*>_________________________________________________________________________

REPOINT-ONE-CHILD-LINK.

   MOVE "N" TO W-MORE-TO-REPOINT.
   MOVE "N" TO W-END-OF-FILE.

   MOVE W-FROM-VENDOR TO VNDPAR-PARENT.
   START VENDOR-PARENT-FILE KEY IS NOT LESS THAN VNDPAR-PARENT
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      READ VENDOR-PARENT-FILE NEXT RECORD
         AT END
            CONTINUE
         NOT AT END
            IF VNDPAR-PARENT EQUAL W-FROM-VENDOR
               IF VNDPAR-VENDOR EQUAL W-NEW-PARENT
                  DELETE VENDOR-PARENT-FILE RECORD
                     INVALID KEY
                        MOVE "DELETE"       TO W-EXCLOG-OPERATION
                        MOVE VNDPAR-VENDOR  TO W-EXCLOG-KEY
                        PERFORM LOG-EXCEPTION-ENTRY
                     NOT INVALID KEY
                        ADD 1 TO W-PARENT-LINKS-DROPPED
                        MOVE "Y" TO W-MORE-TO-REPOINT
                  END-DELETE
               ELSE
                  MOVE W-NEW-PARENT TO VNDPAR-PARENT
                  REWRITE VNDPAR-RECORD
                     INVALID KEY
                        MOVE "REWRITE"      TO W-EXCLOG-OPERATION
                        MOVE VNDPAR-VENDOR  TO W-EXCLOG-KEY
                        PERFORM LOG-EXCEPTION-ENTRY
                     NOT INVALID KEY
                        ADD 1 TO W-PARENT-LINKS-REPOINTED
                        MOVE "Y" TO W-MORE-TO-REPOINT
                  END-REWRITE
               END-IF
            END-IF
      END-READ
   END-IF.
*>_________________________________________________________________________

REPOINT-THE-SINGLE-KEY-SIDES.

*>   One record per vendor on each of these: the factoring
*>   assignment, the SEPA banking, the services-performed state and
*>   the GL coding template and the freight carrier profile follow
*>   the fold unless the survivor already carries its own (the
*>   survivor's wins, like certificates).

         END-DELETE
   END-READ.

   MOVE W-FROM-VENDOR TO VNDSWH-VENDOR.
   READ VENDOR-STATE-WH-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         DELETE VENDOR-STATE-WH-FILE RECORD
            INVALID KEY
               MOVE "DELETE"       TO W-EXCLOG-OPERATION
               MOVE W-FROM-VENDOR  TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE W-INTO-VENDOR TO VNDSWH-VENDOR
               WRITE VNDSWH-RECORD
                  INVALID KEY
                     ADD 1 TO W-SIDE-FILES-SKIPPED
                  NOT INVALID KEY
                     ADD 1 TO W-SIDE-FILES-REPOINTED
               END-WRITE
         END-DELETE
   END-READ.

   MOVE W-FROM-VENDOR TO VNDTPL-VENDOR.
   READ VENDOR-TEMPLATE-FILE RECORD
      INVALID KEY
               END-WRITE
         END-DELETE
   END-READ.

   MOVE W-FROM-VENDOR TO CARRIER-VENDOR.
   READ CARRIER-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         DELETE CARRIER-FILE RECORD
            INVALID KEY
               MOVE "DELETE"       TO W-EXCLOG-OPERATION
               MOVE W-FROM-VENDOR  TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE W-INTO-VENDOR TO CARRIER-VENDOR
               WRITE CARRIER-RECORD
                  INVALID KEY
                     ADD 1 TO W-SIDE-FILES-SKIPPED
                  NOT INVALID KEY
                     ADD 1 TO W-SIDE-FILES-REPOINTED
               END-WRITE
         END-DELETE
   END-READ.

   MOVE W-FROM-VENDOR TO ERS-VENDOR.
   READ ERS-AGREEMENT-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         DELETE ERS-AGREEMENT-FILE RECORD
            INVALID KEY
               MOVE "DELETE"       TO W-EXCLOG-OPERATION
               MOVE W-FROM-VENDOR  TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE W-INTO-VENDOR TO ERS-VENDOR
               WRITE ERS-RECORD
                  INVALID KEY
                     ADD 1 TO W-SIDE-FILES-SKIPPED
                  NOT INVALID KEY
                     ADD 1 TO W-SIDE-FILES-REPOINTED
               END-WRITE
         END-DELETE
   END-READ.
*>_________________________________________________________________________

INACTIVATE-THE-FROM-VENDOR.
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
*>_________________________________________________________________________
