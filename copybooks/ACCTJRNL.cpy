           05  JRN-ACTION              PIC X(08).
               88  JRN-IS-WRITE        VALUE "WRITE".
               88  JRN-IS-REWRITE      VALUE "REWRITE".
           05  JRN-BEFORE-IMAGE        PIC X(72).
           05  JRN-AFTER-IMAGE         PIC X(72).
           05  FILLER                  PIC X(02).
