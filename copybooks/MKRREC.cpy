      *================================================================
      * MKRREC.CPY
      * ONE RECORD PER MARKER EVENT ON THE MARKERS FILE - CASINO
      * CREDIT EXTENDED TO A PLAYER AGAINST THE CREDIT LIMIT ON THE
      * ACCOUNT MASTER. THE FILE IS APPEND-ONLY AND IS THE ONLY
      * BOOK OF WHAT A PLAYER OWES: A PLAYER'S OUTSTANDING MARKER
      * BALANCE IS EVERY ISSUE LESS EVERY REPAYMENT AND WRITE-OFF.
      *   I  ISSUED - BLACKJACK DREW A MARKER AT THE TABLE TO COVER
      *      A WAGER THE BANKROLL FELL SHORT OF; THE TABLE ID IS SET
      *   R  REPAID - THE CAGE TOOK CASH AGAINST THE PLAYER'S
      *      MARKERS; THE TELLER ID IS SET
      *   W  WRITTEN OFF - COLLECTIONS GAVE UP ON THE AMOUNT; THE
      *      TELLER ID IS SET
      * A REPAYMENT OR WRITE-OFF IS NOT TIED TO ONE MARKER - IT
      * RETIRES THE PLAYER'S OLDEST OUTSTANDING MARKERS FIRST, AND
      * THE NIGHTLY BJMKRAGE AGING REPORT APPLIES IT THAT WAY.
      *================================================================
       01  MARKER-RECORD.
           05  MKR-TIMESTAMP           PIC X(26).
           05  MKR-PLAYER-ID           PIC X(10).
           05  MKR-ACTION              PIC X(01).
               88  MKR-IS-ISSUE        VALUE "I".
               88  MKR-IS-REPAYMENT    VALUE "R".
               88  MKR-IS-WRITE-OFF    VALUE "W".
           05  MKR-AMOUNT              PIC S9(7)V99.
           05  MKR-TABLE-ID            PIC X(04).
           05  MKR-TELLER-ID           PIC X(08).
           05  FILLER                  PIC X(10).
