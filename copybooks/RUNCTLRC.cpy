      *================================================================
      * RUNCTLRC.CPY
      * ONE RECORD PER STEP OF THE NIGHTLY STREAM ON THE RUN-CONTROL
      * FILE BJNIGHT RUNS FROM, IN THE ORDER THE STEPS ARE TO RUN.
      * THE STEP NAME IS THE PROGRAM THE DRIVER CALLS. A STEP MARKED
      * FOR MONTH END RUNS ONLY WHEN THE BUSINESS DATE IS THE LAST
      * DAY OF ITS MONTH; EVERY OTHER STEP RUNS EVERY NIGHT. THE
      * TITLE IS WHAT THE COMPLETION REPORT PRINTS AGAINST THE STEP.
      *================================================================
       01  RUN-CONTROL-RECORD.
           05  RCT-STEP-NAME           PIC X(08).
           05  RCT-SCHEDULE            PIC X(01).
               88  RCT-IS-MONTH-END    VALUE "M".
           05  RCT-STEP-TITLE          PIC X(30).
           05  FILLER                  PIC X(01).
