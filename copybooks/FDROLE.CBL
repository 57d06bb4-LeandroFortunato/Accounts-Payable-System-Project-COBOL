         FD ROLE-PERMISSION-FILE
            LABEL RECORDS ARE STANDARD.

*>       The role/permission matrix. Each role has a header record
*>       (blank function) carrying its description, then one record
*>       per function the role may use - no record, no access.
*>       ADMIN needs no records: it may always do everything.
         01 ROLEPERM-RECORD.
            05 ROLEPERM-KEY.
               10 ROLEPERM-ROLE          PIC X(10).
               10 ROLEPERM-FUNCTION      PIC X(08).
                  88 ROLEPERM-IS-ROLE-HEADER  VALUE SPACES.
            05 ROLEPERM-DESCRIPTION      PIC X(30).
            05 ROLEPERM-GRANTED-BY       PIC X(10).
            05 ROLEPERM-GRANTED-DATE     PIC 9(08).
