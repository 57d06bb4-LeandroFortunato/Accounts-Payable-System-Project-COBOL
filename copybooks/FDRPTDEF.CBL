         FD REPORT-DEFINITION-FILE
            LABEL RECORDS ARE STANDARD.

*>       A saved ad-hoc report: the columns, selections, sort keys and
*>       subtotal breaks a power user picked from the report field
*>       catalogue (wsrptfld.cbl), run by ad-hoc-report-runner. Fields
*>       are held by their catalogue number. The name doubles as the
*>       report id on batch-request-file.txt and in the spool archive.
         01 RPTDEF-RECORD.
            05 RPTDEF-NAME                PIC X(20).
            05 RPTDEF-TITLE               PIC X(40).
            05 RPTDEF-OUTPUT              PIC X(01).
               88 RPTDEF-PRINTS           VALUE "P".
               88 RPTDEF-EXPORTS-CSV      VALUE "C".
            05 RPTDEF-COLUMN-COUNT        PIC 9(02).
            05 RPTDEF-COLUMN OCCURS 10 TIMES.
               10 RPTDEF-COLUMN-FIELD     PIC 9(02).
               10 RPTDEF-COLUMN-HEADING   PIC X(15).
*>          EQ = equal, RG = from/to inclusive, CT = contains (text
*>          fields only; LENGTH is how much of FROM to look for).
*>          Number, amount and date fields keep FROM/TO as numbers.
            05 RPTDEF-SELECTION-COUNT     PIC 9(01).
            05 RPTDEF-SELECTION OCCURS 5 TIMES.
               10 RPTDEF-SELECT-FIELD     PIC 9(02).
               10 RPTDEF-SELECT-OPERATOR  PIC X(02).
                  88 RPTDEF-SELECT-EQUAL     VALUE "EQ".
                  88 RPTDEF-SELECT-RANGE     VALUE "RG".
                  88 RPTDEF-SELECT-CONTAINS  VALUE "CT".
               10 RPTDEF-SELECT-LENGTH    PIC 9(02).
               10 RPTDEF-SELECT-FROM      PIC X(20).
               10 RPTDEF-SELECT-FROM-NUMBER REDEFINES RPTDEF-SELECT-FROM.
                  15 RPTDEF-SELECT-FROM-AMOUNT PIC S9(11)V99.
                  15 FILLER                    PIC X(07).
               10 RPTDEF-SELECT-TO        PIC X(20).
               10 RPTDEF-SELECT-TO-NUMBER REDEFINES RPTDEF-SELECT-TO.
                  15 RPTDEF-SELECT-TO-AMOUNT   PIC S9(11)V99.
                  15 FILLER                    PIC X(07).
*>          Sort keys are ascending; the first BREAK-LEVELS of them
*>          (0 to 2) print a subtotal when their value changes.
            05 RPTDEF-SORT-COUNT          PIC 9(01).
            05 RPTDEF-SORT-FIELD          PIC 9(02) OCCURS 3 TIMES.
            05 RPTDEF-BREAK-LEVELS        PIC 9(01).
            05 RPTDEF-OWNER               PIC X(10).
            05 RPTDEF-CHANGED-DATE        PIC 9(08).
