         MOVE OLDXP-ENTERED-BY      TO EXPRPT-ENTERED-BY
         MOVE OLDXP-APPROVED-BY     TO EXPRPT-APPROVED-BY
         MOVE OLDXP-VOUCHER         TO EXPRPT-VOUCHER
         MOVE ZEROS                 TO EXPRPT-ADVANCE-NUMBER
         MOVE ZEROS                 TO EXPRPT-ADVANCE-APPLIED
         WRITE EXPRPT-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING EXPENSE REPORT "
         MOVE OLDCT-DUE-FROM-ACCT        TO CONTROL-DUE-FROM-ACCT
         MOVE OLDCT-DUE-TO-ACCT          TO CONTROL-DUE-TO-ACCT
         MOVE OLDCT-PO-APPROVAL-LIMIT    TO CONTROL-PO-APPROVAL-LIMIT
         MOVE ZEROS                      TO CONTROL-LAST-SEPA-REF
         MOVE ZEROS                      TO CONTROL-LAST-VCARD-REF
         MOVE ZEROS                      TO CONTROL-VCARD-RATE-1
         MOVE ZEROS                      TO CONTROL-VCARD-TIER-2-SPEND
         MOVE ZEROS                      TO CONTROL-VCARD-RATE-2
         MOVE ZEROS                      TO CONTROL-VCARD-TIER-3-SPEND
         MOVE ZEROS                      TO CONTROL-VCARD-RATE-3
         MOVE ZEROS                      TO CONTROL-PASSWORD-EXPIRY-DAYS
         MOVE ZEROS                      TO CONTROL-LOCKOUT-ATTEMPTS
         MOVE ZEROS                      TO CONTROL-PASSWORD-HISTORY
         MOVE ZEROS                      TO CONTROL-IDLE-TIMEOUT-MINUTES
         MOVE ZEROS                      TO CONTROL-DUAL-APPROVAL-AMOUNT
         MOVE ZEROS                      TO CONTROL-STEP-OVERRUN-PERCENT
         MOVE ZEROS                      TO CONTROL-BATCH-CUTOFF-TIME
         MOVE ZEROS                      TO CONTROL-PPAY-CUTOFF-TIME
         MOVE ZEROS                      TO CONTROL-INBOX-ESCALATE-DAYS
         MOVE ZEROS                      TO CONTROL-VERIFY-AMOUNT
         MOVE ZEROS                      TO CONTROL-ONE-TIME-VENDOR
         WRITE CONTROL-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING CONTROL RECORD ! ***"
