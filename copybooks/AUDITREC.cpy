      *              SIGN-ON - PROOF THE CONTROL FIRED
      *   CAPREF     A SEAT AT ITS DAILY LOSS CAP WAS REFUSED A
      *              FURTHER WAGER - THE AMOUNT IS THE CAP IN FORCE
      *   MARKER     A MARKER WAS DRAWN AT THE TABLE TO COVER A WAGER
      *              THE BANKROLL FELL SHORT OF - THE AMOUNT IS THE
      *              CREDIT ADVANCED ONTO THE BANKROLL
      *   MKRPAY     THE CAGE TOOK CASH AGAINST A PLAYER'S MARKERS -
      *              THE AMOUNT REPAID; IT SETTLES THE DEBT ON THE
      *              MARKERS FILE AND MOVES NO BANKROLL DOLLARS
      *   SHUFFLE    A FRESHLY SHUFFLED SHOE WENT INTO PLAY - A
      *              BLANK PLAYER ID, AND THE NUMBER OF DECKS IN
      *              THE SHOE IN AUD-CARD-VALUE; EVERY CARD RECORD
      *              UP TO THE NEXT SHUFFLE CAME OUT OF THIS SHOE
      *   REACTIVATE THE CAGE SET A DORMANT ACCOUNT ACTIVE AGAIN - THE
      *              AMOUNT IS THE BANKROLL BALANCE AT THAT MOMENT; IT
      *              COUNTS AS ACTIVITY TO THE DORMANCY SWEEP
      *   ENTRYFEE   THE CAGE CHARGED A TOURNAMENT ENTRY FEE TO THE
      *              BANKROLL - THE AMOUNT TAKEN
      *   PRIZE      THE CAGE PAID A TOURNAMENT PRIZE ONTO THE
      *              BANKROLL - THE AMOUNT CREDITED. NEITHER MOVES
      *              CASH ACROSS THE CAGE COUNTER
      *   T-SIGNON   A SEAT OPENED AT A TOURNAMENT TABLE - THE AMOUNT
      *              IS THE ENTRANT'S TOURNAMENT CHIP COUNT
      *   T-WIN, T-LOSE, T-BUST, T-PUSH, T-BJWIN, T-INSWIN, T-INSLOSE
      *              A SETTLEMENT AT A TOURNAMENT TABLE - THE SAME
      *              AMOUNTS AS THE UNTAGGED OUTCOME, BUT IN
      *              TOURNAMENT CHIPS. THE T- TAG KEEPS THEM OUT OF
      *              RECONCILIATION, COMP ACCRUAL AND STATEMENTS, AND
      *              NO HOUSE LEDGER RECORD IS WRITTEN FOR THEM. CARD
      *              RECORDS AT A TOURNAMENT TABLE STAY BLANK SO THE
      *              SHOE CHECK AND REPLAY STILL SEE EVERY CARD
      *   T-ELIM     AN ENTRANT WAS ELIMINATED AT THE CLOSE OF A
      *              TOURNAMENT ROUND - THE AMOUNT IS THE CHIPS LEFT
      *   PINFAIL    A WRONG PIN WAS KEYED AT SIGN-ON - THE AMOUNT IS
      *              THE ACCOUNT'S WRONG-PIN COUNT SO FAR
      *   PINLOCK    THAT WRONG PIN BROUGHT THE COUNT TO THE LIMIT AND
      *              LOCKED THE ACCOUNT - THE AMOUNT IS THE COUNT
      *   PINEXEMPT  A BATCH OR SIMULATION RUN SIGNED THE SEAT ON
      *              WITHOUT A PIN - NOBODY WAS AT THE SEAT TO ASK
      *   PINSET/PINUNLOCK
      *              THE CAGE SET OR RESET THE PLAYER'S PIN, OR ONLY
      *              UNLOCKED THE ACCOUNT - EITHER WAY THE WRONG-PIN
      *              COUNT STARTS OVER. THE AMOUNT IS ZERO
      *   DEALERIN/DEALEROUT
      *              A DEALER TOOK OR LEFT THE BOX - AT SESSION START,
      *              AT EACH DEALER ROTATION, AND AT SESSION END. A
      *              BLANK PLAYER ID, THE DEALER IN AUD-DEALER-ID,
      *              AND A ZERO AMOUNT; THE TIME BETWEEN THE TWO IS
      *              THE DEALER'S TIME ON THE BOX
      *   DEC-HIT/DEC-STAND/DEC-DOUBLE/DEC-SPLIT
      *              A PLAYING DECISION THE PLAYER MADE ON A HAND -
      *              AUD-PLAYER-TOTAL AND AUD-SOFT-ACES DESCRIBE THE
      *              HAND AS THE DECISION WAS TAKEN, AUD-CARD-VALUE IS
      *              THE DEALER'S UPCARD, AND THE AMOUNT IS THE WAGER
      *              ON THE HAND BEFORE ANY DOUBLING. A DOUBLE OR SPLIT
      *              IS WRITTEN ONLY ONCE THE BANKROLL COVERED IT
      *   DEC-INSURE/DEC-NOINS
      *              THE PLAYER'S ANSWER WHEN INSURANCE WAS OFFERED -
      *              THE HAND AND UPCARD AS ABOVE, THE AMOUNT IS THE
      *              SEAT'S WAGER. SIMULATION PLAYS THE STRATEGY FILE
      *              ITSELF AND WRITES NO DECISION RECORDS
      *================================================================
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP           PIC X(26).
      * MOVES NO OTHER BYTE - A SEALED ARCHIVE'S TRAILER STILL
      * PROVES AFTERWARD.
           05  AUD-TABLE-ID            PIC X(04).
      * THE NUMBER OF ACES IN THE HAND STILL COUNTED AS ELEVEN, SO A
      * DECISION RECORD SAYS WHETHER ITS TOTAL WAS HARD OR SOFT.
      * CARVED FROM THE LAST FILLER BYTE; MEANINGFUL ONLY ON A
      * DECISION RECORD.
           05  AUD-SOFT-ACES           PIC 9(01).
      * THE DEALER ON THE BOX WHEN THE GAME WROTE THE RECORD, SO
      * PLAY CAN BE REPORTED DEALER BY DEALER. CAGE AND OVERNIGHT
      * RECORDS CARRY BLANKS, AS DO RECORDS WRITTEN BEFORE THE
      * FIELD EXISTED - ADDING IT GREW THE RECORD FROM 72 BYTES TO
      * 80, SO A TRAIL OR ARCHIVE FROM BEFORE IT PASSES ONCE
      * THROUGH BJCONVRT (FUNCTION T) THE SAME WAY.
           05  AUD-DEALER-ID           PIC X(08).
