      *   COLS 34- 37  PAIR BONUS PAYS      9(02)V99, E.G. 1100 = 11:1
      *   COLS 38- 41  BUST BONUS PAYS      9(02)V99, E.G. 0200 = 2:1
      *   COLS 42- 45  TABLE ID             X(04), BLANK = ANY TABLE
      *   COLS 48- 56  WITHDRAWAL APPROVAL  9(07)V99 - A CAGE
      *                WITHDRAWAL OVER THIS NEEDS A SUPERVISOR'S
      *                SIGN-OFF; READ BY BJTELLER FROM THE HOUSE
      *                DEFAULT (FIRST) RECORD ONLY, AND ZERO OR
      *                BLANK LEAVES ITS COMPILED-IN LIMIT IN FORCE
      * THE WITHDRAWAL LIMIT GREW THE RECORD AGAIN; BJCONVRT
      * (FUNCTION R) PADS AN OLDER FILE OUT THE SAME WAY.
      * A MISSING FILE OR RECORD LEAVES THE COMPILED-IN HOUSE
      * DEFAULTS IN FORCE.
      *================================================================
           05  RULE-BUST-PAYOUT        PIC 9(02)V99.
           05  RULE-TABLE-ID           PIC X(04).
           05  FILLER                  PIC X(02).
           05  RULE-WITHDRAWAL-APPROVAL PIC 9(07)V99.
