*> wsfunc.cbl
*>-------------------------------------------------------------------------
*>    The functions the role/permission matrix controls, with the
*>    roles delivered as standard.  Menu options are coded as the menu
*>    (MAIN, PAYM = voucher processing, VOUC = voucher maintenance,
*>    RPTS = reports, VEND = vendor maintenance) followed by the option
*>    number; the rest are checks made inside a program.
*>    The six flag columns give the standard grant to APCLERK, APSUPER,
*>    TREASURY, VENDMAST, AUDITOR and DATAENTRY, in that order; ADMIN
*>    always holds every function and has no grants of its own.
*>-------------------------------------------------------------------------

      01 FUNCTION-CATALOGUE-VALUES.
         05 FILLER PIC X(44) VALUE "MAIN01  CONTROL-FILE MAINTENANCE      ------".
         05 FILLER PIC X(44) VALUE "MAIN02  STATE-CODE MAINTENANCE        -S-V-D".
         05 FILLER PIC X(44) VALUE "MAIN03  VENDOR MAINTENANCE MENU       CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN04  VOUCHER PROCESSING MENU       CST-AD".
         05 FILLER PIC X(44) VALUE "MAIN05  RECURRING VOUCHERS            CS---D".
         05 FILLER PIC X(44) VALUE "MAIN06  REPORTS MENU                  CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN07  USER MAINTENANCE              ------".
         05 FILLER PIC X(44) VALUE "MAIN08  PURCHASE ORDERS               CS---D".
         05 FILLER PIC X(44) VALUE "MAIN09  BANK ACCOUNTS                 --T---".
         05 FILLER PIC X(44) VALUE "MAIN10  AP PERIOD CLOSE               -S----".
         05 FILLER PIC X(44) VALUE "MAIN11  EXCHANGE RATES                -ST--D".
         05 FILLER PIC X(44) VALUE "MAIN12  GL BUDGETS                    -S---D".
         05 FILLER PIC X(44) VALUE "MAIN13  CHART OF ACCOUNTS             -S---D".
         05 FILLER PIC X(44) VALUE "MAIN14  INTEGRITY AUDIT               -S---D".
         05 FILLER PIC X(44) VALUE "MAIN15  AP DASHBOARD                  CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN16  ACTIVE SESSIONS               ------".
         05 FILLER PIC X(44) VALUE "MAIN17  CHECK STOCK CONTROL           -ST--D".
         05 FILLER PIC X(44) VALUE "MAIN18  LOCAL TAX JURISDICTIONS       -S-V-D".
         05 FILLER PIC X(44) VALUE "MAIN19  FISCAL CALENDAR               -S---D".
         05 FILLER PIC X(44) VALUE "MAIN20  EXCEPTION LOG WORKBENCH       CS---D".
         05 FILLER PIC X(44) VALUE "MAIN21  BACKUP / RESTORE FILES        ------".
         05 FILLER PIC X(44) VALUE "MAIN22  PAYMENT CHAIN INQUIRY         CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN23  INVOICE INQUIRY               CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN24  DENIED-PARTY SCREENING        ---V--".
         05 FILLER PIC X(44) VALUE "MAIN25  PERIOD BALANCE SUMMARY        -ST-AD".
         05 FILLER PIC X(44) VALUE "MAIN26  ROLL-FORWARD RECOVERY         ------".
         05 FILLER PIC X(44) VALUE "MAIN27  TRAINING DATA GENERATOR       ------".
         05 FILLER PIC X(44) VALUE "MAIN28  BANK HOLIDAY CALENDAR         --T--D".
         05 FILLER PIC X(44) VALUE "MAIN29  MONTH-END ACCRUALS            CS---D".
         05 FILLER PIC X(44) VALUE "MAIN30  LEASE SCHEDULES               -S---D".
         05 FILLER PIC X(44) VALUE "MAIN31  PROJECT / JOB MASTER          -S---D".
         05 FILLER PIC X(44) VALUE "MAIN32  ROLES / PERMISSIONS           ------".
         05 FILLER PIC X(44) VALUE "MAIN33  APPROVAL DELEGATION           -S---D".
         05 FILLER PIC X(44) VALUE "MAIN34  PURCHASE REQUISITIONS         CSTV-D".
         05 FILLER PIC X(44) VALUE "MAIN35  MY INBOX                      CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN36  AUDIT SAMPLING                ----A-".
         05 FILLER PIC X(44) VALUE "MAIN37  INSTALLMENT SCHEDULE          CSTVAD".
         05 FILLER PIC X(44) VALUE "MAIN38  GL ACCOUNT ACTIVITY           CST-AD".
         05 FILLER PIC X(44) VALUE "MAIN39  ERS SELF-BILLING              CS---D".
         05 FILLER PIC X(44) VALUE "MAIN40  PO INTERFACE IMPORT           CS---D".
         05 FILLER PIC X(44) VALUE "MAIN41  VENDOR CHANGE FEED            -S---D".
         05 FILLER PIC X(44) VALUE "PAYM01  VOUCHER ENTRY                 CS---D".
         05 FILLER PIC X(44) VALUE "PAYM02  BILLS REPORT                  CST-AD".
         05 FILLER PIC X(44) VALUE "PAYM03  SELECT VOUCHERS BY DUE DATE   -ST--D".
         05 FILLER PIC X(44) VALUE "PAYM04  SELECT INDIVIDUAL VOUCHERS    -ST--D".
         05 FILLER PIC X(44) VALUE "PAYM05  CLEAR PREVIOUS SELECTIONS     -ST--D".
         05 FILLER PIC X(44) VALUE "PAYM06  CASH REQUIREMENTS REPORT      -ST-AD".
         05 FILLER PIC X(44) VALUE "PAYM07  PAID BILLS ENTRY              --T---".
         05 FILLER PIC X(44) VALUE "PAYM08  DEDUCTIBLES REPORT            CST-AD".
         05 FILLER PIC X(44) VALUE "PAYM09  ACH/EFT PAYMENT EXPORT        --T---".
         05 FILLER PIC X(44) VALUE "PAYM10  ACH RETURN PROCESSING         --T---".
         05 FILLER PIC X(44) VALUE "PAYM11  BATCH VOUCHER IMPORT          CS---D".
         05 FILLER PIC X(44) VALUE "PAYM12  SELECT TO A CASH CEILING      -ST--D".
         05 FILLER PIC X(44) VALUE "PAYM13  ENTRY BATCH CONTROL           CS---D".
         05 FILLER PIC X(44) VALUE "PAYM14  RETAINAGE HELD / RELEASE      -S---D".
         05 FILLER PIC X(44) VALUE "PAYM15  ACH BATCH RELEASE             --T---".
         05 FILLER PIC X(44) VALUE "PAYM16  WIRE PAYMENT EXPORT           --T---".
         05 FILLER PIC X(44) VALUE "PAYM17  P-CARD STATEMENT IMPORT       CS---D".
         05 FILLER PIC X(44) VALUE "PAYM18  EDI 810 INVOICE TRANSLATOR    CS---D".
         05 FILLER PIC X(44) VALUE "PAYM19  EMPLOYEE EXPENSE REPORTS      CS---D".
         05 FILLER PIC X(44) VALUE "PAYM20  LIEN WAIVER TRACKING          CS---D".
         05 FILLER PIC X(44) VALUE "PAYM21  CREDIT-BALANCE RECOVERY       CS---D".
         05 FILLER PIC X(44) VALUE "PAYM22  SCAN MANIFEST IMPORT          CS---D".
         05 FILLER PIC X(44) VALUE "PAYM23  PROMPT-PAYMENT INTEREST       -S---D".
         05 FILLER PIC X(44) VALUE "PAYM24  SEPA PAYMENT EXPORT           --T---".
         05 FILLER PIC X(44) VALUE "PAYM25  INVOICE DISPUTES              CS---D".
         05 FILLER PIC X(44) VALUE "PAYM26  VIRTUAL CARD PAYMENTS         --T---".
         05 FILLER PIC X(44) VALUE "PAYM27  PAYMENT-RUN CALENDAR          --T---".
         05 FILLER PIC X(44) VALUE "PAYM28  PAYMENT PROPOSAL APPROVAL     --T---".
         05 FILLER PIC X(44) VALUE "PAYM29  AR/AP NETTING                 -ST---".
         05 FILLER PIC X(44) VALUE "PAYM30  POSITIVE-PAY EXCEPTIONS       --T---".
         05 FILLER PIC X(44) VALUE "PAYM31  GL RECLASS OF POSTED VOUCHERS -S----".
         05 FILLER PIC X(44) VALUE "PAYM32  PETTY CASH FUNDS              CS---D".
         05 FILLER PIC X(44) VALUE "PAYM33  PRINT-AND-MAIL CONFIRMATIONS  --T---".
         05 FILLER PIC X(44) VALUE "PAYM34  HR EMPLOYEE FEED IMPORT       CS---D".
         05 FILLER PIC X(44) VALUE "VOUC01  ADD VOUCHER                   CS---D".
         05 FILLER PIC X(44) VALUE "VOUC02  CHANGE VOUCHER                CS---D".
         05 FILLER PIC X(44) VALUE "VOUC03  LOOK UP VOUCHER               CST-AD".
         05 FILLER PIC X(44) VALUE "VOUC04  DELETE VOUCHER                CS---D".
         05 FILLER PIC X(44) VALUE "VOUC05  APPROVE VOUCHER               -S---D".
         05 FILLER PIC X(44) VALUE "VOUC06  HOLD/RELEASE VOUCHER          CS---D".
         05 FILLER PIC X(44) VALUE "VOUC07  DOCUMENT REFERENCES           CS---D".
         05 FILLER PIC X(44) VALUE "VOUC08  VERIFY VOUCHER                CS---D".
         05 FILLER PIC X(44) VALUE "RPTS01  BILLS REPORT                  CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS02  CASH REQUIREMENTS REPORT      CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS03  DEDUCTIBLES REPORT            CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS04  OPEN PAYABLES BY VENDOR       CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS05  VENDOR PAYMENT HISTORY        CSTVAD".
         05 FILLER PIC X(44) VALUE "RPTS06  VENDOR AUDIT TRAIL REPORT     -S-VAD".
         05 FILLER PIC X(44) VALUE "RPTS07  VOUCHER AGING REPORT          CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS08  VOUCHER GL DISTRIBUTION       CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS09  CHECK REGISTER RECONCILIATION -ST--D".
         05 FILLER PIC X(44) VALUE "RPTS10  PRINT CHECKS                  --T---".
         05 FILLER PIC X(44) VALUE "RPTS11  VENDOR 1099 REPORT            ---VAD".
         05 FILLER PIC X(44) VALUE "RPTS12  GL JOURNAL EXPORT             -S----".
         05 FILLER PIC X(44) VALUE "RPTS13  POSITIVE-PAY EXPORT           --T--D".
         05 FILLER PIC X(44) VALUE "RPTS14  STALE CHECKS / ESCHEATMENT    -ST--D".
         05 FILLER PIC X(44) VALUE "RPTS15  CASH-FLOW FORECAST            -ST-AD".
         05 FILLER PIC X(44) VALUE "RPTS16  DISCOUNTS TAKEN AND LOST      CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS17  FX REVALUATION REPORT         -ST-AD".
         05 FILLER PIC X(44) VALUE "RPTS18  USE-TAX ACCRUAL REPORT        -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS19  W-9 / BACKUP WITHHOLDING      ---VAD".
         05 FILLER PIC X(44) VALUE "RPTS20  VENDOR SPEND ANALYSIS         CSTVAD".
         05 FILLER PIC X(44) VALUE "RPTS21  SPOOL ARCHIVE VIEWER / REPRINTCSTVAD".
         05 FILLER PIC X(44) VALUE "RPTS22  DAILY AP TRANSACTION REGISTER CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS23  AUDIT TRAIL INQUIRY           ----A-".
         05 FILLER PIC X(44) VALUE "RPTS24  PAYMENT RUN REGISTER / REPRINT--T---".
         05 FILLER PIC X(44) VALUE "RPTS25  INTERCOMPANY SETTLEMENT       -ST-AD".
         05 FILLER PIC X(44) VALUE "RPTS26  PRENOTES OUTSTANDING          --TVAD".
         05 FILLER PIC X(44) VALUE "RPTS27  SEGREGATION-OF-DUTIES REPORT  ----A-".
         05 FILLER PIC X(44) VALUE "RPTS28  FILE TRANSMISSION REGISTER    -ST--D".
         05 FILLER PIC X(44) VALUE "RPTS29  AUDITOR BALANCE CONFIRMATIONS -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS30  AP-TO-GL RECONCILIATION       -S---D".
         05 FILLER PIC X(44) VALUE "RPTS31  DIVERSITY SPEND REPORT        ---VAD".
         05 FILLER PIC X(44) VALUE "RPTS32  REPORT SUBSCRIPTIONS          CSTV-D".
         05 FILLER PIC X(44) VALUE "RPTS33  VOUCHER CYCLE-TIME REPORT     CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS34  PAYMENT FRAUD ANALYTICS       ----A-".
         05 FILLER PIC X(44) VALUE "RPTS35  RECEIVED-NOT-INVOICED ACCRUAL -S---D".
         05 FILLER PIC X(44) VALUE "RPTS36  PREPAID AMORTIZATION          -S---D".
         05 FILLER PIC X(44) VALUE "RPTS37  VENDOR SALES TAX VERIFICATION -S-VAD".
         05 FILLER PIC X(44) VALUE "RPTS38  TRAVEL ADVANCES AGING         -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS39  UNPROCESSED ASSET ADDITIONS   -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS40  JOB COST VS. BUDGET           -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS41  VENDOR PERFORMANCE SCORECARD  -S-VAD".
         05 FILLER PIC X(44) VALUE "RPTS42  PURCHASE PRICE VARIANCE       -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS43  ROLE / PERMISSION REVIEW      ----A-".
         05 FILLER PIC X(44) VALUE "RPTS44  AGED TB AS OF A CLOSED PERIOD -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS45  AD-HOC REPORT DEFINITIONS     -S----".
         05 FILLER PIC X(44) VALUE "RPTS46  RUN AN AD-HOC REPORT          CST-AD".
         05 FILLER PIC X(44) VALUE "RPTS47  BATCH STEP RUNTIME TREND      -S--A-".
         05 FILLER PIC X(44) VALUE "RPTS48  INPUT VAT RECLAIM REPORT      -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS49  UNRECORDED LIABILITIES SEARCH -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS50  ADDRESS / ZIP EXCEPTIONS      -S-VAD".
         05 FILLER PIC X(44) VALUE "RPTS51  VERIFICATION EXCEPTIONS       -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS52  FREIGHT BILL AUDIT            -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS53  LATE FEES / AVOIDABLE COST    -S--AD".
         05 FILLER PIC X(44) VALUE "RPTS54  UNAPPLIED VENDOR DEPOSITS     -ST-AD".
         05 FILLER PIC X(44) VALUE "RPTS55  ONE-TIME PAYEES / 1099 CHECK  -S-VAD".
         05 FILLER PIC X(44) VALUE "RPTS56  AP KEY MEASURES TREND         -ST-AD".
         05 FILLER PIC X(44) VALUE "VEND01  LOOK UP VENDOR BY NUMBER      CSTVAD".
         05 FILLER PIC X(44) VALUE "VEND02  LOOK UP VENDOR BY NAME        CSTVAD".
         05 FILLER PIC X(44) VALUE "VEND03  ADD VENDOR                    ---V-D".
         05 FILLER PIC X(44) VALUE "VEND04  CHANGE VENDOR                 ---V-D".
         05 FILLER PIC X(44) VALUE "VEND05  DELETE VENDOR                 ---V-D".
         05 FILLER PIC X(44) VALUE "VEND06  PRINT VENDORS BY NUMBER       CSTVAD".
         05 FILLER PIC X(44) VALUE "VEND07  PRINT VENDORS BY NAME         CSTVAD".
         05 FILLER PIC X(44) VALUE "VEND08  DISPLAY ALL VENDORS           CSTVAD".
         05 FILLER PIC X(44) VALUE "VEND09  VENDOR ACTIVITY INQUIRY       CSTVAD".
         05 FILLER PIC X(44) VALUE "VEND10  PRINT 1099 REPORT             ---VAD".
         05 FILLER PIC X(44) VALUE "VEND11  RENUMBER VENDOR               ---V-D".
         05 FILLER PIC X(44) VALUE "VEND12  STATEMENT RECONCILIATION      CS---D".
         05 FILLER PIC X(44) VALUE "VEND13  FLAG DORMANT VENDORS          ---V-D".
         05 FILLER PIC X(44) VALUE "VEND14  MERGE DUPLICATE VENDORS       ---V-D".
         05 FILLER PIC X(44) VALUE "VEND15  INSURANCE CERTIFICATES        ---V-D".
         05 FILLER PIC X(44) VALUE "VEND16  VENDOR NOTES / CONTACTS       CS-V-D".
         05 FILLER PIC X(44) VALUE "VEND17  1099 ELECTRONIC FILE          ---V-D".
         05 FILLER PIC X(44) VALUE "VEND18  IRS TIN MATCHING              ---V-D".
         05 FILLER PIC X(44) VALUE "VEND19  VOLUME REBATE AGREEMENTS      -S-V-D".
         05 FILLER PIC X(44) VALUE "VEND20  LEVIES / GARNISHMENTS         -S-V-D".
         05 FILLER PIC X(44) VALUE "VEND21  BANK CHANGE CALLBACKS         --TV-D".
         05 FILLER PIC X(44) VALUE "VEND22  VENDOR ONBOARDING             ---V-D".
         05 FILLER PIC X(44) VALUE "VEND23  DIVERSITY CLASSIFICATIONS     ---V-D".
         05 FILLER PIC X(44) VALUE "VEND24  FOREIGN WITHHOLDING           ---V-D".
         05 FILLER PIC X(44) VALUE "VEND25  GL CODING TEMPLATES           CS-V-D".
         05 FILLER PIC X(44) VALUE "VEND26  PAYMENT ASSIGNMENTS           ---V-D".
         05 FILLER PIC X(44) VALUE "VEND27  REVEAL BANK/TIN (AUDITED)     ------".
         05 FILLER PIC X(44) VALUE "VEND28  IRS B-NOTICES (CP2100)        ---V-D".
         05 FILLER PIC X(44) VALUE "VEND29  STATE WITHHOLDING             ---V-D".
         05 FILLER PIC X(44) VALUE "VEND30  PURGE / REINSTATE VENDORS     ------".
         05 FILLER PIC X(44) VALUE "VEND31  VENDOR HIERARCHY              -S-VAD".
         05 FILLER PIC X(44) VALUE "VEND32  FREIGHT CARRIERS / RATES      -S-V-D".
         05 FILLER PIC X(44) VALUE "VEND33  MASS UPDATE VENDOR TERMS      -S-V--".
         05 FILLER PIC X(44) VALUE "DUALSIG RELEASE DUAL-SIGNATURE CHECKS --T---".
         05 FILLER PIC X(44) VALUE "VNDCAPOVVOUCHER OVER VENDOR CAP       -S----".
         05 FILLER PIC X(44) VALUE "BUDGETOVVOUCHER LINE OVER BUDGET      -S----".
         05 FILLER PIC X(44) VALUE "ERSAGREESET UP ERS VENDOR AGREEMENTS  -S-V--".
      01 FUNCTION-CATALOGUE REDEFINES FUNCTION-CATALOGUE-VALUES.
         05 CATALOGUE-ENTRY OCCURS 176 TIMES.
            10 CATALOGUE-FUNCTION           PIC X(08).
            10 CATALOGUE-DESCRIPTION        PIC X(30).
            10 CATALOGUE-STANDARD-GRANT     PIC X(01) OCCURS 6 TIMES.

      77 CATALOGUE-SIZE                     PIC 9(03) VALUE 176.

      01 STANDARD-ROLE-VALUES.
         05 FILLER PIC X(40) VALUE "APCLERK   AP CLERK - ENTRY AND INQUIRY  ".
         05 FILLER PIC X(40) VALUE "APSUPER   AP SUPERVISOR - APPROVALS     ".
         05 FILLER PIC X(40) VALUE "TREASURY  TREASURY - PAYMENTS AND BANKS ".
         05 FILLER PIC X(40) VALUE "VENDMAST  VENDOR MASTER MAINTENANCE     ".
         05 FILLER PIC X(40) VALUE "AUDITOR   AUDITOR - READ-ONLY           ".
         05 FILLER PIC X(40) VALUE "DATAENTRY DATA ENTRY (ORIGINAL ROLE)    ".
      01 STANDARD-ROLE-TABLE REDEFINES STANDARD-ROLE-VALUES.
         05 STANDARD-ROLE-ENTRY OCCURS 6 TIMES.
            10 STANDARD-ROLE-CODE           PIC X(10).
            10 STANDARD-ROLE-DESCRIPTION    PIC X(30).

      77 CATALOGUE-INDEX                    PIC 9(03).
      77 STANDARD-ROLE-INDEX                PIC 9(01).
