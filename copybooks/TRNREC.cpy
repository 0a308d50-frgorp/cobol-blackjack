      *================================================================
      * TRNREC.CPY
      * THE TOURNAMENT FILE, KEYED BY TOURNAMENT ID AND PLAYER ID.
      * EACH TOURNAMENT HAS ONE HEADER RECORD - THE PLAYER ID LEFT
      * BLANK, SO IT SORTS AHEAD OF ITS ENTRANTS - CARRYING THE TERMS
      * THE CAGE SET IT UP UNDER (ENTRY FEE, STARTING CHIPS, ROUNDS
      * PER TABLE SESSION) AND THE RUNNING PRIZE POOL, PLUS ONE
      * ENTRANT RECORD PER PLAYER REGISTERED. REGISTRATION IS TAKEN
      * AT THE CAGE THROUGH BJTELLER, WHICH CHARGES THE ENTRY FEE TO
      * THE BANKROLL AND ADDS IT TO THE POOL. TOURNAMENT CHIPS ARE
      * NOT MONEY: BLACKJACK SETTLES A TOURNAMENT TABLE AGAINST
      * TRN-CHIP-COUNT AND NEVER TOUCHES THE ACCOUNT MASTER OR THE
      * HOUSE LEDGER. BJTOURN RANKS THE FIELD AT THE END, STAMPS
      * EACH PLACE AND PRIZE, AND THE CAGE PAYS THE PRIZES BACK
      * ONTO THE BANKROLL THROUGH BJTELLER. STAMPS ARE
      * YYYYMMDDHHMMSS.
      *================================================================
       01  TOURNAMENT-RECORD.
           05  TRN-KEY.
               10  TRN-TOURNEY-ID      PIC X(08).
               10  TRN-PLAYER-ID       PIC X(10).
           05  TRN-ENTRANT-DATA.
               10  TRN-ENTRY-STAMP     PIC X(14).
               10  TRN-TELLER-ID       PIC X(08).
               10  TRN-FEE-PAID        PIC S9(7)V99.
               10  TRN-CHIP-COUNT      PIC S9(7)V99.
               10  TRN-ENTRANT-STATUS  PIC X(01).
                   88  TRN-IS-LIVE         VALUE "A".
                   88  TRN-IS-ELIMINATED   VALUE "E".
      * THE TABLE THE ENTRANT LAST SAT AT, THE ROUNDS PLAYED ACROSS
      * EVERY SESSION, AND THE ROUND COUNT THE ENTRANT WAS KNOCKED
      * OUT ON (ZERO WHILE STILL LIVE) - THE LEADERBOARD RANKS A
      * LATER ELIMINATION AHEAD OF AN EARLIER ONE.
               10  TRN-TABLE-ID        PIC X(04).
               10  TRN-ROUNDS-PLAYED   PIC 9(03).
               10  TRN-ELIMINATED-ROUND PIC 9(03).
               10  TRN-FINISH-PLACE    PIC 9(03).
               10  TRN-PRIZE-AMOUNT    PIC S9(7)V99.
               10  TRN-PRIZE-STATUS    PIC X(01).
                   88  TRN-PRIZE-IS-DUE    VALUE "D".
                   88  TRN-PRIZE-IS-PAID   VALUE "P".
               10  TRN-PRIZE-STAMP     PIC X(14).
           05  TRN-HEADER-DATA REDEFINES TRN-ENTRANT-DATA.
               10  TRH-CREATED-STAMP   PIC X(14).
               10  TRH-ENTRY-FEE       PIC S9(7)V99.
               10  TRH-STARTING-CHIPS  PIC S9(7)V99.
               10  TRH-ROUNDS-PER-SESSION PIC 9(03).
               10  TRH-PRIZE-POOL      PIC S9(7)V99.
               10  TRH-ENTRANT-COUNT   PIC 9(05).
               10  TRH-TOURNEY-STATUS  PIC X(01).
                   88  TRH-IS-OPEN         VALUE "O".
                   88  TRH-IS-FINISHED     VALUE "F".
               10  FILLER              PIC X(28).
           05  FILLER                  PIC X(10).
