         FD ZIP-REFERENCE-FILE
            LABEL RECORDS ARE STANDARD.

*>       The USPS City State product: one record per city name the
*>       Postal Service knows for a five-digit ZIP. Exactly one name
*>       per ZIP is the default; others are acceptable alternatives
*>       or vanity names the Postal Service will not deliver to.
         01 ZIPREF-RECORD.
            05 ZIPREF-KEY.
               10 ZIPREF-ZIP          PIC X(05).
               10 ZIPREF-CITY         PIC X(20).
            05 ZIPREF-STATE           PIC X(02).
            05 ZIPREF-CITY-TYPE       PIC X(01).
               88 ZIPREF-IS-DEFAULT         VALUE "D".
               88 ZIPREF-IS-ACCEPTABLE      VALUE "A".
               88 ZIPREF-IS-NOT-ACCEPTABLE  VALUE "N".
