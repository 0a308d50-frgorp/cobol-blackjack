      *================================================================
      * DORMPARM.CPY
      * THE ONE CONTROL RECORD THE BJDORMNT SWEEP RUNS UNDER:
      *   DRP-DORMANCY-DAYS  HOW MANY DAYS AN ACCOUNT MAY SIT IDLE
      *                      - NO SIGN-ON, SETTLEMENT OR CAGE
      *                      MOVEMENT - BEFORE THE SWEEP MARKS IT
      *                      DORMANT
      *   DRP-HOLDING-DAYS   THE LEGAL HOLDING PERIOD: AN ACCOUNT IDLE
      *                      LONGER THAN THIS STILL CARRYING A BALANCE
      *                      GOES ON THE ESCHEATMENT REPORT AS
      *                      UNCLAIMED PROPERTY DUE TO THE STATE
      * ZERO OR NON-NUMERIC (OR NO CONTROL FILE AT ALL) LEAVES THE
      * COMPILED-IN DEFAULT IN FORCE, THE SAME WAY A PARTIAL RULES
      * RECORD DOES.
      *================================================================
       01  DORMANCY-PARAMETER-RECORD.
           05  DRP-DORMANCY-DAYS       PIC 9(05).
           05  DRP-HOLDING-DAYS        PIC 9(05).
           05  FILLER                  PIC X(70).
