           SELECT OPTIONAL AR-CUSTOMER-XREF-FILE
                  ASSIGN TO "ar-customer-xref-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARXREF-CUSTOMER
                  LOCK MODE IS AUTOMATIC.
