      * ON THE TRAIL REACHES IT, AND A SELF-EXCLUDED-UNTIL DATE
      * (YYYYMMDD, BLANK MEANS NONE) REFUSES THE PLAYER A SEAT
      * THROUGH THAT DATE THE SAME WAY A BARRED STATUS DOES.
      * THE CREDIT LIMIT IS THE MOST THE PLAYER MAY HAVE OUT IN
      * MARKERS AT ONCE. IT IS SET AT THE CAGE AND DRAWN AGAINST AT
      * THE TABLE; THE MARKERS THEMSELVES LIVE ON THE MARKERS FILE,
      * NOT HERE. IT WAS CARVED OUT OF THE FILLER, SO THE RECORD
      * DID NOT GROW - AN OLDER RECORD CARRIES BLANKS THERE, WHICH
      * ARE NON-NUMERIC AND READ AS NO CREDIT.
      * A DORMANT ACCOUNT IS ONE THE PERIODIC BJDORMNT SWEEP FOUND
      * IDLE - NO SIGN-ON, SETTLEMENT OR CAGE MOVEMENT - PAST THE
      * DORMANCY PERIOD. THE GAME REFUSES IT A SEAT LIKE ANY OTHER
      * ACCOUNT THAT IS NOT ACTIVE, UNTIL THE CAGE SETS IT ACTIVE
      * AGAIN IN BJTELLER.
      * THE PIN IS SET AND RESET AT THE CAGE AND ASKED FOR BY THE
      * GAME AT SIGN-ON. IT IS NEVER STORED AS KEYED: THE PIN IS
      * FOLDED TOGETHER WITH THE PLAYER ID INTO A NINE-DIGIT CODE,
      * AND ONLY THE CODE IS KEPT, SO A LISTING OF THE MASTER OR
      * THE JOURNAL GIVES NO PIN AWAY. THE FAILURE COUNT HOLDS THE
      * WRONG PINS KEYED SINCE THE LAST GOOD ONE; WHEN IT REACHES
      * THE GAME'S LIMIT THE ACCOUNT IS PIN-LOCKED AND REFUSED A
      * SEAT UNTIL THE CAGE UNLOCKS IT (OR SETS A NEW PIN). THESE
      * FIELDS GREW THE RECORD, SO A MASTER FROM BEFORE THEM PASSES
      * ONCE THROUGH BJCONVRT (FUNCTION A); A CONVERTED RECORD
      * CARRIES A BLANK CODE, WHICH IS NON-NUMERIC AND MEANS NO PIN
      * IS SET YET.
      *================================================================
       01  ACCOUNT-RECORD.
           05  ACCT-PLAYER-ID          PIC X(10).
               88  ACCT-IS-ACTIVE      VALUES "A", " ".
               88  ACCT-IS-BARRED      VALUE "B".
               88  ACCT-IS-CLOSED      VALUE "C".
               88  ACCT-IS-DORMANT     VALUE "D".
           05  ACCT-IN-USE             PIC X(01).
               88  ACCT-IS-IN-USE      VALUE "Y".
           05  ACCT-COMP-POINTS        PIC S9(7)V99.
           05  ACCT-DAILY-LOSS-CAP     PIC S9(7)V99.
           05  ACCT-EXCLUDED-UNTIL     PIC X(08).
           05  ACCT-CREDIT-LIMIT       PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  ACCT-PIN-CODE           PIC 9(09).
           05  ACCT-PIN-FAILURES       PIC 9(01).
           05  ACCT-PIN-LOCK           PIC X(01).
               88  ACCT-PIN-IS-LOCKED  VALUE "L".
           05  FILLER                  PIC X(04).
