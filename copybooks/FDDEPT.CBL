         FD DEPARTMENT-FILE
            LABEL RECORDS ARE STANDARD.

*>       The departments that raise purchase requisitions, each with
*>       the user who heads it and approves its requests.
         01 DEPT-RECORD.
            05 DEPT-CODE              PIC X(06).
            05 DEPT-NAME              PIC X(30).
            05 DEPT-HEAD-USER         PIC X(10).
*>          Offered as the requisition's expense account; spaces - none.
            05 DEPT-GL-ACCOUNT        PIC X(10).
            05 DEPT-STATUS            PIC X(08).
               88 DEPT-IS-ACTIVE      VALUE "ACTIVE".
