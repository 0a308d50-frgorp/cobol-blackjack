      *================================================================
      * OVRLOGRC.CPY
      * ONE RECORD PER SUPERVISOR OVERRIDE ASKED FOR AT THE CAGE, ON
      * THE APPEND-ONLY OVERRIDE LOG. BJTELLER WRITES ONE EVERY TIME
      * A FUNCTION UNDER DUAL CONTROL IS PUT TO A SUPERVISOR, WHETHER
      * THE SUPERVISOR APPROVED IT OR IT WAS REFUSED, AND THE NIGHTLY
      * BJOVRIDE REPORT LISTS THE DAY'S LOG BY SUPERVISOR. FUNCTIONS:
      *   WITHDRAW   A WITHDRAWAL OVER THE APPROVAL LIMIT - BEFORE
      *              AND AFTER ARE THE BANKROLL BALANCE
      *   UNBAR      A BARRED ACCOUNT SET ACTIVE
      *   LOSSCAP    A DAILY LOSS CAP RAISED OR LIFTED
      *   EXCLUSION  A SELF-EXCLUSION SHORTENED OR CLEARED
      *   RELEASE    AN IN-USE MARKER RELEASED
      *   SUPVCODE   A SUPERVISOR SETTING THEIR OWN APPROVAL CODE -
      *              THE PLAYER ID IS BLANK
      * BEFORE AND AFTER ARE PRINTABLE TEXT - AN EDITED AMOUNT, A
      * STATUS WORD OR A DATE - SO ONE LOG CARRIES EVERY FUNCTION.
      * A REFUSAL CARRIES THE REASON IT WAS REFUSED AND LEAVES THE
      * ACCOUNT AS IT WAS; THE AFTER VALUE IS WHAT WAS ASKED FOR.
      *================================================================
       01  OVERRIDE-LOG-RECORD.
           05  OVR-TIMESTAMP           PIC X(26).
           05  OVR-TELLER-ID           PIC X(08).
           05  OVR-SUPERVISOR-ID       PIC X(08).
           05  OVR-PLAYER-ID           PIC X(10).
           05  OVR-FUNCTION            PIC X(10).
           05  OVR-BEFORE-VALUE        PIC X(12).
           05  OVR-AFTER-VALUE         PIC X(12).
           05  OVR-DECISION            PIC X(01).
               88  OVR-IS-APPROVED     VALUE "A".
               88  OVR-IS-REFUSED      VALUE "R".
           05  OVR-REASON              PIC X(12).
           05  FILLER                  PIC X(01).
