               10  SEAT-DAY-LOSS           PIC S9(7)V99 VALUE 0.
               10  SEAT-SITTING-OUT        PIC X        VALUE "N".
                   88  SEAT-IS-SITTING-OUT              VALUE "Y".
      * THE MARKER CREDIT THE SEAT MAY STILL DRAW: THE ACCOUNT'S
      * CREDIT LIMIT LESS THE MARKERS ALREADY OUTSTANDING ON THE
      * MARKERS FILE AT SIGN-ON (NEVER BELOW ZERO), RUN DOWN BY
      * EVERY MARKER THE SEAT DRAWS DURING THE SESSION.
               10  SEAT-CREDIT-AVAILABLE   PIC S9(7)V99 VALUE 0.
      * AT A TOURNAMENT TABLE THE BANKROLL BALANCE ABOVE IS THE
      * SEAT'S TOURNAMENT CHIP COUNT. A SEAT KNOCKED OUT AT THE END
      * OF A ROUND STAYS AT THE TABLE - ITS ACCOUNT IS STILL CLAIMED
      * UNTIL THE SESSION ENDS - BUT SITS OUT EVERY ROUND AFTER.
               10  SEAT-ELIMINATED         PIC X        VALUE "N".
                   88  SEAT-IS-ELIMINATED               VALUE "Y".
       01  SEAT-COUNT                  PIC 9(01)    VALUE 1.
       01  SEAT-IDX                    PIC 9(01)    VALUE 0.
