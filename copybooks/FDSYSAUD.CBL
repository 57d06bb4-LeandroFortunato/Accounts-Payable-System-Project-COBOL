               88 SYSAUD-IS-ADD         VALUE "ADD".
               88 SYSAUD-IS-CHANGE      VALUE "CHANGE".
               88 SYSAUD-IS-DELETE      VALUE "DELETE".
               88 SYSAUD-IS-RENUMBER    VALUE "RENUM".
            05 SYSAUD-KEY             PIC X(15).
            05 SYSAUD-BEFORE-IMAGE    PIC X(512).
            05 SYSAUD-AFTER-IMAGE     PIC X(512).
