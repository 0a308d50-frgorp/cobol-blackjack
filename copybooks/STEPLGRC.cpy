      *================================================================
      * STEPLGRC.CPY
      * ONE RECORD PER STEP BJNIGHT RAN, WRITTEN WHEN THE STEP ENDS:
      * THE BUSINESS DATE THE STREAM RAN FOR, THE STEP, WHEN IT
      * STARTED AND ENDED, THE RETURN CODE IT ENDED WITH, AND
      * WHETHER THAT COUNTS AS COMPLETE (RETURN CODE UNDER 8) OR
      * FAILED. THE LOG IS APPEND-ONLY AND IS HOW A RERUN FOR THE
      * SAME DATE KNOWS WHICH STEPS ALREADY FINISHED - A STEP THAT
      * ABENDED NEVER WROTE ITS RECORD, SO IT RUNS AGAIN.
      *================================================================
       01  STEP-LOG-RECORD.
           05  STL-BUSINESS-DATE       PIC X(08).
           05  STL-STEP-NAME           PIC X(08).
           05  STL-START-TIMESTAMP     PIC X(26).
           05  STL-END-TIMESTAMP       PIC X(26).
           05  STL-RETURN-CODE         PIC 9(04).
           05  STL-STEP-STATUS         PIC X(01).
               88  STL-IS-COMPLETE     VALUE "C".
               88  STL-IS-FAILED       VALUE "F".
           05  FILLER                  PIC X(07).
