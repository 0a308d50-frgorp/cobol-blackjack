      * DROP), AND HSE-HOUSE-AMOUNT IS THE SIGNED SWING FROM THE
      * HOUSE'S SIDE OF THE TABLE - POSITIVE WHEN THE HOUSE KEEPS
      * THE WAGER, NEGATIVE WHEN IT PAYS OUT. WRITTEN BY BLACKJACK
      * AT SETTLEMENT TIME AND ROLLED UP BY THE BJHOUSE REPORT (AND
      * BY DEALER IN THE BJDEALER REPORT).
      *================================================================
      * THE TIMESTAMP IS SPLIT INTO DATE AND TIME SO THE REPORT CAN
      * SORT AND BREAK ON (DATE, TABLE, SESSION SEED, TIME) -
      * TABLE THE SESSION OPENED UNDER. ADDING IT GREW THE RECORD,
      * SO A LEDGER FROM BEFORE IT PASSES ONCE THROUGH BJCONVRT
      * (FUNCTION L); THE CONVERTED ENTRIES CARRY A BLANK TABLE ID
      * AND REPORT AS ONE UNNAMED TABLE. THE DEALER ID IS THE DEALER
      * ON THE BOX WHEN THE HAND SETTLED; IT GREW THE RECORD AGAIN
      * (FUNCTION L CONVERTS IT THE SAME WAY), AND A CONVERTED OR
      * UNATTENDED ENTRY CARRIES A BLANK DEALER ID.
       01  HOUSE-LEDGER-RECORD.
           05  HSE-TIMESTAMP.
               10  HSE-STAMP-DATE      PIC X(08).
           05  HSE-HOUSE-AMOUNT        PIC S9(7)V99.
           05  HSE-TABLE-ID            PIC X(04).
           05  FILLER                  PIC X(02).
           05  HSE-DEALER-ID           PIC X(08).
