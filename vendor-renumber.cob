
      COPY "SLVND02.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLVCVAT.CBL".
      COPY "SLVFRT.CBL".
      COPY "SLVLFEE.CBL".
      COPY "SLVDEP.CBL".
      COPY "SLOTPAY.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLCARR.CBL".
      COPY "SLCARATE.CBL".
      COPY "SLERS.CBL".
      COPY "SLARXREF.CBL".
      COPY "SLAROPEN.CBL".
      COPY "SLNETPRO.CBL".
      COPY "SLVNDPAR.CBL".
      COPY "SLVNDSWH.CBL".
      COPY "SLSTATWH.CBL".
      COPY "SLBNOTIC.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
  FILE SECTION.

      COPY "FDVND02.CBL".
      COPY "FDVOUCH.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDVCVAT.CBL".
      COPY "FDVFRT.CBL".
      COPY "FDVLFEE.CBL".
      COPY "FDVDEP.CBL".
      COPY "FDOTPAY.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDCARR.CBL".
      COPY "FDCARATE.CBL".
      COPY "FDERS.CBL".
      COPY "FDARXREF.CBL".
      COPY "FDAROPEN.CBL".
      COPY "FDNETPRO.CBL".
      COPY "FDVNDPAR.CBL".
      COPY "FDVNDSWH.CBL".
      COPY "FDSTATWH.CBL".
      COPY "FDBNOTIC.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

  WORKING-STORAGE SECTION.

     COPY "wscase01.cbl".
     COPY "wsvndbal.cbl".

     01 W-FOUND-VENDOR-RECORD      PIC X.
        88 FOUND-VENDOR-RECORD     VALUE "Y".
     01 W-END-OF-FILE              PIC X.
        88 END-OF-FILE             VALUE "Y".

     01 W-MORE-TO-RENUMBER         PIC X.
        88 MORE-TO-RENUMBER        VALUE "Y".

     01 W-VALID-ANSWER             PIC X.
        88 VALID-ANSWER            VALUE "Y","N".
        88 RENUMBER-IS-CONFIRMED   VALUE "Y".
        88 VALID-NEW-NUMBER        VALUE 1 THROUGH 99999.

     77 W-VOUCHERS-UPDATED         PIC 9(5).
     77 W-DEPOSIT-SEQ              PIC 9(2).
     77 W-DEPOSIT-LAST-SEQ         PIC 9(2).

     77 BK-VENDOR-RECORD           PIC X(512).
     77 BK-CARATE-RECORD           PIC X(35).
     77 BK-BNOTICE-RECORD          PIC X(118).

     77 W-SYSAUD-RECORD-TYPE       PIC X(10).
     77 W-SYSAUD-ACTION            PIC X(06).
     77 W-SYSAUD-KEY               PIC X(15).
     77 W-SYSAUD-BEFORE-IMAGE      PIC X(512).
     77 W-SYSAUD-AFTER-IMAGE       PIC X(512).
     77 W-SYSAUD-USER-ID           PIC X(20).

     01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
        05 W-SYSAUD-DAY-TODAY      PIC 9(8).
        05 FILLER                  PIC X(1).
        05 W-SYSAUD-TIME-NOW       PIC 9(5).
        05 FILLER                  PIC X(7).

     77 MSG-CONFIRMATION           PIC X(75).
     77 DUMMY                      PIC X.

     OPEN I-O VENDOR-FILE.
     OPEN I-O VOUCHER-FILE.
     OPEN I-O VOUCHER-VAT-FILE.
     OPEN I-O VOUCHER-FREIGHT-FILE.
     OPEN I-O VOUCHER-LATE-FEE-FILE.
     OPEN I-O VENDOR-DEPOSIT-FILE.
     OPEN I-O ONE-TIME-PAYEE-FILE.
     OPEN I-O CONTROL-FILE.
     OPEN I-O CARRIER-FILE.
     OPEN I-O CARRIER-RATE-FILE.
     OPEN I-O ERS-AGREEMENT-FILE.
     OPEN I-O AR-CUSTOMER-XREF-FILE.
     OPEN I-O AR-OPEN-ITEM-FILE.
     OPEN I-O NETTING-PROPOSAL-FILE.
     OPEN I-O VENDOR-PARENT-FILE.
     OPEN I-O VENDOR-STATE-WH-FILE.
     OPEN I-O STATE-WITHHOLDING-FILE.
     OPEN I-O BNOTICE-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.

     PERFORM GET-OLD-VENDOR-NUMBER. *> force first pass
     PERFORM GET-OLD-VENDOR-NUMBER UNTIL

     CLOSE VENDOR-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-VAT-FILE.
     CLOSE VOUCHER-FREIGHT-FILE.
     CLOSE VOUCHER-LATE-FEE-FILE.
     CLOSE VENDOR-DEPOSIT-FILE.
     CLOSE ONE-TIME-PAYEE-FILE.
     CLOSE CONTROL-FILE.
     CLOSE CARRIER-FILE.
     CLOSE CARRIER-RATE-FILE.
     CLOSE ERS-AGREEMENT-FILE.
     CLOSE AR-CUSTOMER-XREF-FILE.
     CLOSE AR-OPEN-ITEM-FILE.
     CLOSE NETTING-PROPOSAL-FILE.
     CLOSE VENDOR-PARENT-FILE.
     CLOSE VENDOR-STATE-WH-FILE.
     CLOSE STATE-WITHHOLDING-FILE.
     CLOSE BNOTICE-FILE.
     CLOSE SYSTEM-AUDIT-FILE.

     EXIT PROGRAM.

           DISPLAY "*** ERROR WRITING THE RENUMBERED VENDOR RECORD ! *** <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           PERFORM LOG-VENDOR-RENUMBER
           PERFORM RENUMBER-ALL-VOUCHERS
           PERFORM RENUMBER-AR-NETTING-RECORDS
           PERFORM RENUMBER-PARENT-LINKS
           PERFORM RENUMBER-CARRIER-TARIFF
           PERFORM RENUMBER-ERS-AGREEMENT
           PERFORM RENUMBER-ONE-TIME-VENDOR
           PERFORM RENUMBER-STATE-WH-PROFILE
           PERFORM RENUMBER-STATE-WITHHOLDINGS
           PERFORM RENUMBER-BNOTICES
           DISPLAY W-VOUCHERS-UPDATED " VOUCHER(S) UPDATED TO VENDOR " ENTRY-NEW-VENDOR-NUMBER " ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

LOG-VENDOR-RENUMBER.

*>   Keyed by the old number, with the record under both numbers, so
*>   the trail (and the downstream change feed) can tie them together.

     MOVE "VENDOR"                TO W-SYSAUD-RECORD-TYPE.
     MOVE "RENUM"                 TO W-SYSAUD-ACTION.
     MOVE ENTRY-OLD-VENDOR-NUMBER TO W-SYSAUD-KEY.
     MOVE BK-VENDOR-RECORD        TO W-SYSAUD-BEFORE-IMAGE.
     MOVE VENDOR-RECORD           TO W-SYSAUD-AFTER-IMAGE.
     PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

RENUMBER-ALL-VOUCHERS.

     MOVE ZEROS TO W-VOUCHERS-UPDATED.
                    ACCEPT DUMMY
                 ELSE
                    ADD 1 TO W-VOUCHERS-UPDATED
                    PERFORM SHIFT-VOUCHER-VENDOR-BALANCE
                    PERFORM RENUMBER-VOUCHER-VAT-DETAIL
                    PERFORM RENUMBER-VOUCHER-FREIGHT-DETAIL
                    PERFORM RENUMBER-VOUCHER-LATE-FEE
                    PERFORM RENUMBER-VOUCHER-DEPOSIT
                    PERFORM RENUMBER-ONE-TIME-PAYEE
                 END-IF
              END-IF
        END-READ
     END-PERFORM.
*>_________________________________________________________________________

SHIFT-VOUCHER-VENDOR-BALANCE.

*>   The voucher's figures move from the old number's running balance
*>   to the new one's.

     MOVE "VOUCHER"               TO W-VNDBAL-PART.
     MOVE ENTRY-OLD-VENDOR-NUMBER TO VOUCHER-VENDOR.
     MOVE -1                      TO W-VNDBAL-SIGN.
     PERFORM POST-VENDOR-BALANCE.

     MOVE ENTRY-NEW-VENDOR-NUMBER TO VOUCHER-VENDOR.
     MOVE 1                       TO W-VNDBAL-SIGN.
     PERFORM POST-VENDOR-BALANCE.
*>_________________________________________________________________________

RENUMBER-VOUCHER-VAT-DETAIL.

     MOVE VOUCHER-NUMBER TO VCVAT-VOUCHER.
     READ VOUCHER-VAT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE ENTRY-NEW-VENDOR-NUMBER TO VCVAT-VENDOR
           REWRITE VCVAT-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR REWRITING THE VAT DETAIL OF VOUCHER " VOUCHER-NUMBER
                         " ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

RENUMBER-VOUCHER-FREIGHT-DETAIL.

     MOVE VOUCHER-NUMBER TO VFRT-VOUCHER.
     READ VOUCHER-FREIGHT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE ENTRY-NEW-VENDOR-NUMBER TO VFRT-VENDOR
           REWRITE VFRT-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR REWRITING THE FREIGHT AUDIT OF VOUCHER " VOUCHER-NUMBER
                         " ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

RENUMBER-VOUCHER-LATE-FEE.

     MOVE VOUCHER-NUMBER TO LFEE-VOUCHER.
     READ VOUCHER-LATE-FEE-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE ENTRY-NEW-VENDOR-NUMBER TO LFEE-VENDOR
           REWRITE LFEE-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR REWRITING THE LATE FEE MARK OF VOUCHER " VOUCHER-NUMBER
                         " ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

RENUMBER-VOUCHER-DEPOSIT.

*>   A deposit voucher carries its deposit and every row recording what
*>   the vendor's invoices took of it.

     MOVE ZEROS TO W-DEPOSIT-LAST-SEQ.
     MOVE VOUCHER-NUMBER TO VDEP-DEPOSIT-VOUCHER.
     MOVE ZEROS TO VDEP-SEQ.
     READ VENDOR-DEPOSIT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE VDEP-LAST-SEQ TO W-DEPOSIT-LAST-SEQ
           PERFORM RENUMBER-ONE-DEPOSIT-RECORD
     END-READ.

     PERFORM RENUMBER-ONE-DEPOSIT-TAKING
        VARYING W-DEPOSIT-SEQ FROM 1 BY 1
          UNTIL W-DEPOSIT-SEQ GREATER THAN W-DEPOSIT-LAST-SEQ.
*>_________________________________________________________________________

RENUMBER-ONE-DEPOSIT-TAKING.

     MOVE VOUCHER-NUMBER TO VDEP-DEPOSIT-VOUCHER.
     MOVE W-DEPOSIT-SEQ TO VDEP-SEQ.
     READ VENDOR-DEPOSIT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           PERFORM RENUMBER-ONE-DEPOSIT-RECORD
     END-READ.
*>_________________________________________________________________________

RENUMBER-ONE-DEPOSIT-RECORD.

     MOVE ENTRY-NEW-VENDOR-NUMBER TO VDEP-VENDOR.
     REWRITE VDEP-RECORD
        INVALID KEY
           DISPLAY "*** ERROR REWRITING THE DEPOSIT RECORDS OF VOUCHER " VOUCHER-NUMBER
                   " ! *** <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

RENUMBER-ONE-TIME-PAYEE.

     MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
     READ ONE-TIME-PAYEE-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE ENTRY-NEW-VENDOR-NUMBER TO OTP-VENDOR
           REWRITE OTP-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR REWRITING THE ONE-TIME PAYEE OF VOUCHER " VOUCHER-NUMBER
                         " ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

RENUMBER-ONE-TIME-VENDOR.

*>   A company whose reserved one-time payee vendor this was keeps it
*>   under the new number.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO CONTROL-KEY.
     START CONTROL-FILE KEY IS NOT LESS THAN CONTROL-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM RENUMBER-NEXT-CONTROL-RECORD UNTIL END-OF-FILE.
*>_________________________________________________________________________

RENUMBER-NEXT-CONTROL-RECORD.

     READ CONTROL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF CONTROL-ONE-TIME-VENDOR EQUAL ENTRY-OLD-VENDOR-NUMBER
              MOVE ENTRY-NEW-VENDOR-NUMBER TO CONTROL-ONE-TIME-VENDOR
              REWRITE CONTROL-RECORD
                 INVALID KEY
                    DISPLAY "*** ERROR REWRITING THE CONTROL RECORD OF COMPANY " CONTROL-KEY
                            " ! *** <ENTER> TO CONTINUE"
                    ACCEPT DUMMY
              END-REWRITE
           END-IF
     END-READ.
*>_________________________________________________________________________

RENUMBER-AR-NETTING-RECORDS.

*>   The customer mapping, open receivables and netting proposals
*>   carry the vendor number too.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO ARXREF-CUSTOMER.
     START AR-CUSTOMER-XREF-FILE KEY IS NOT LESS THAN ARXREF-CUSTOMER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM RENUMBER-NEXT-AR-XREF UNTIL END-OF-FILE.

     MOVE "Y" TO W-MORE-TO-RENUMBER.
     PERFORM RENUMBER-ONE-AR-OPEN-ITEM UNTIL NOT MORE-TO-RENUMBER.

     MOVE "Y" TO W-MORE-TO-RENUMBER.
     PERFORM RENUMBER-ONE-NETTING-PROPOSAL UNTIL NOT MORE-TO-RENUMBER.
*>_________________________________________________________________________

RENUMBER-NEXT-AR-XREF.

     READ AR-CUSTOMER-XREF-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF ARXREF-VENDOR EQUAL ENTRY-OLD-VENDOR-NUMBER
              MOVE ENTRY-NEW-VENDOR-NUMBER TO ARXREF-VENDOR
              REWRITE ARXREF-RECORD
                 INVALID KEY
                    DISPLAY "*** ERROR REWRITING THE MAPPING OF CUSTOMER " ARXREF-CUSTOMER
                            " ! *** <ENTER> TO CONTINUE"
                    ACCEPT DUMMY
              END-REWRITE
           END-IF
     END-READ.
*>_________________________________________________________________________

RENUMBER-ONE-AR-OPEN-ITEM.

     MOVE "N" TO W-MORE-TO-RENUMBER.
     MOVE "N" TO W-END-OF-FILE.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO AROPEN-VENDOR.
     START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        READ AR-OPEN-ITEM-FILE NEXT RECORD
           AT END
              CONTINUE
           NOT AT END
              IF AROPEN-VENDOR EQUAL ENTRY-OLD-VENDOR-NUMBER
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO AROPEN-VENDOR
                 REWRITE AROPEN-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR REWRITING OPEN RECEIVABLE " AROPEN-INVOICE
                               " ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                    NOT INVALID KEY
                       MOVE "Y" TO W-MORE-TO-RENUMBER
                 END-REWRITE
              END-IF
        END-READ
     END-IF.
*>_________________________________________________________________________

RENUMBER-ONE-NETTING-PROPOSAL.

     MOVE "N" TO W-MORE-TO-RENUMBER.
     MOVE "N" TO W-END-OF-FILE.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO NETPRO-VENDOR.
     START NETTING-PROPOSAL-FILE KEY IS NOT LESS THAN NETPRO-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        READ NETTING-PROPOSAL-FILE NEXT RECORD
           AT END
              CONTINUE
           NOT AT END
              IF NETPRO-VENDOR EQUAL ENTRY-OLD-VENDOR-NUMBER
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO NETPRO-VENDOR
                 REWRITE NETPRO-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR REWRITING NETTING PROPOSAL " NETPRO-NUMBER
                               " ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                    NOT INVALID KEY
                       MOVE "Y" TO W-MORE-TO-RENUMBER
                 END-REWRITE
              END-IF
        END-READ
     END-IF.
*>_________________________________________________________________________
RENUMBER-PARENT-LINKS.

*>   The vendor's own link to its parent moves to the new number, and
*>   any children it has are pointed at the new number.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO VNDPAR-VENDOR.
     READ VENDOR-PARENT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           DELETE VENDOR-PARENT-FILE RECORD
              INVALID KEY
                 DISPLAY "*** ERROR DELETING THE OLD PARENT LINK ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              NOT INVALID KEY
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO VNDPAR-VENDOR
                 WRITE VNDPAR-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR WRITING THE RENUMBERED PARENT LINK ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                 END-WRITE
           END-DELETE
     END-READ.

     MOVE "Y" TO W-MORE-TO-RENUMBER.
     PERFORM RENUMBER-ONE-CHILD-LINK UNTIL NOT MORE-TO-RENUMBER.
*>_________________________________________________________________________
RENUMBER-ONE-CHILD-LINK.

     MOVE "N" TO W-MORE-TO-RENUMBER.
     MOVE "N" TO W-END-OF-FILE.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO VNDPAR-PARENT.
     START VENDOR-PARENT-FILE KEY IS NOT LESS THAN VNDPAR-PARENT
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        READ VENDOR-PARENT-FILE NEXT RECORD
           AT END
              CONTINUE
           NOT AT END
              IF VNDPAR-PARENT EQUAL ENTRY-OLD-VENDOR-NUMBER
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO VNDPAR-PARENT
                 REWRITE VNDPAR-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR REWRITING THE PARENT LINK OF VENDOR " VNDPAR-VENDOR
                               " ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                    NOT INVALID KEY
                       MOVE "Y" TO W-MORE-TO-RENUMBER
                 END-REWRITE
              END-IF
        END-READ
     END-IF.
*>_________________________________________________________________________

RENUMBER-CARRIER-TARIFF.

*>   A carrier's profile and rate lines are keyed by its vendor number.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO CARRIER-VENDOR.
     READ CARRIER-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           DELETE CARRIER-FILE RECORD
              INVALID KEY
                 DISPLAY "*** ERROR DELETING THE OLD CARRIER PROFILE ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              NOT INVALID KEY
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO CARRIER-VENDOR
                 WRITE CARRIER-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR WRITING THE RENUMBERED CARRIER PROFILE ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                 END-WRITE
           END-DELETE
     END-READ.

     MOVE "Y" TO W-MORE-TO-RENUMBER.
     PERFORM RENUMBER-ONE-CARRIER-RATE UNTIL NOT MORE-TO-RENUMBER.
*>_________________________________________________________________________
RENUMBER-ERS-AGREEMENT.

*>   The self-billing agreement is keyed by the vendor number too.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO ERS-VENDOR.
     READ ERS-AGREEMENT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           DELETE ERS-AGREEMENT-FILE RECORD
              INVALID KEY
                 DISPLAY "*** ERROR DELETING THE OLD ERS AGREEMENT ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              NOT INVALID KEY
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO ERS-VENDOR
                 WRITE ERS-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR WRITING THE RENUMBERED ERS AGREEMENT ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                 END-WRITE
           END-DELETE
     END-READ.
*>_________________________________________________________________________

RENUMBER-STATE-WH-PROFILE.

*>   The nonresident state-withholding profile is keyed by the vendor
*>   number; without it the contractor's withholding would stop.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO VNDSWH-VENDOR.
     READ VENDOR-STATE-WH-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           DELETE VENDOR-STATE-WH-FILE RECORD
              INVALID KEY
                 DISPLAY "*** ERROR DELETING THE OLD STATE WITHHOLDING PROFILE ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              NOT INVALID KEY
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO VNDSWH-VENDOR
                 WRITE VNDSWH-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR WRITING THE RENUMBERED STATE WITHHOLDING PROFILE ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                 END-WRITE
           END-DELETE
     END-READ.
*>_________________________________________________________________________

RENUMBER-STATE-WITHHOLDINGS.

*>   The state tax withheld from the vendor's payments, found through
*>   the vendor index, so the remittance and year-end totals follow.

     MOVE "Y" TO W-MORE-TO-RENUMBER.
     PERFORM RENUMBER-ONE-STATE-WITHHOLDING UNTIL NOT MORE-TO-RENUMBER.
*>_________________________________________________________________________

RENUMBER-ONE-STATE-WITHHOLDING.

     MOVE "N" TO W-MORE-TO-RENUMBER.
     MOVE "N" TO W-END-OF-FILE.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO SWHHOLD-VENDOR-NUMBER.
     START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VENDOR-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        READ STATE-WITHHOLDING-FILE NEXT RECORD
           AT END
              CONTINUE
           NOT AT END
              IF SWHHOLD-VENDOR-NUMBER EQUAL ENTRY-OLD-VENDOR-NUMBER
                 MOVE ENTRY-NEW-VENDOR-NUMBER TO SWHHOLD-VENDOR-NUMBER
                 REWRITE SWHHOLD-RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR REWRITING THE STATE WITHHOLDING OF VOUCHER "
                               SWHHOLD-VOUCHER-NUMBER " ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                    NOT INVALID KEY
                       MOVE "Y" TO W-MORE-TO-RENUMBER
                 END-REWRITE
              END-IF
        END-READ
     END-IF.
*>_________________________________________________________________________

RENUMBER-BNOTICES.

*>   The vendor number leads the B-notice key, so each CP2100 entry is
*>   re-added under the new number (same sequence - the new number is
*>   unused) and the old one removed.

     MOVE "Y" TO W-MORE-TO-RENUMBER.
     PERFORM RENUMBER-ONE-BNOTICE UNTIL NOT MORE-TO-RENUMBER.
*>_________________________________________________________________________

RENUMBER-ONE-BNOTICE.

     MOVE "N" TO W-MORE-TO-RENUMBER.
     MOVE "N" TO W-END-OF-FILE.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO BNOTICE-VENDOR.
     MOVE ZEROS TO BNOTICE-SEQUENCE.
     START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        READ BNOTICE-FILE NEXT RECORD
           AT END
              CONTINUE
           NOT AT END
              IF BNOTICE-VENDOR EQUAL ENTRY-OLD-VENDOR-NUMBER
                 MOVE BNOTICE-RECORD TO BK-BNOTICE-RECORD
                 DELETE BNOTICE-FILE RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR DELETING THE OLD B-NOTICE " BNOTICE-SEQUENCE
                               " ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                    NOT INVALID KEY
                       MOVE BK-BNOTICE-RECORD TO BNOTICE-RECORD
                       MOVE ENTRY-NEW-VENDOR-NUMBER TO BNOTICE-VENDOR
                       WRITE BNOTICE-RECORD
                          INVALID KEY
                             DISPLAY "*** ERROR WRITING THE RENUMBERED B-NOTICE " BNOTICE-SEQUENCE
                                     " ! *** <ENTER> TO CONTINUE"
                             ACCEPT DUMMY
                          NOT INVALID KEY
                             MOVE "Y" TO W-MORE-TO-RENUMBER
                       END-WRITE
                 END-DELETE
              END-IF
        END-READ
     END-IF.
*>_________________________________________________________________________
RENUMBER-ONE-CARRIER-RATE.

     MOVE "N" TO W-MORE-TO-RENUMBER.
     MOVE "N" TO W-END-OF-FILE.

     MOVE ENTRY-OLD-VENDOR-NUMBER TO CARATE-VENDOR.
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
              IF CARATE-VENDOR EQUAL ENTRY-OLD-VENDOR-NUMBER
                 MOVE CARATE-RECORD TO BK-CARATE-RECORD
                 DELETE CARRIER-RATE-FILE RECORD
                    INVALID KEY
                       DISPLAY "*** ERROR DELETING AN OLD CARRIER RATE LINE ! *** <ENTER> TO CONTINUE"
                       ACCEPT DUMMY
                    NOT INVALID KEY
                       MOVE BK-CARATE-RECORD TO CARATE-RECORD
                       MOVE ENTRY-NEW-VENDOR-NUMBER TO CARATE-VENDOR
                       WRITE CARATE-RECORD
                          INVALID KEY
                             DISPLAY "*** ERROR WRITING A RENUMBERED CARRIER RATE LINE ! *** <ENTER> TO CONTINUE"
                             ACCEPT DUMMY
                       END-WRITE
                       MOVE "Y" TO W-MORE-TO-RENUMBER
                 END-DELETE
              END-IF
        END-READ
     END-IF.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PLSYSAUD.CBL".
*>_________________________________________________________________________
