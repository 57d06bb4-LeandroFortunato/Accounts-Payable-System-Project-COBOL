           SELECT OPTIONAL VOUCHER-APPROVAL-FILE
                  ASSIGN TO "voucher-approval-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAPPR-KEY.
