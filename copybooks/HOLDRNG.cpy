      *================================================================
      * HOLDRNG.CPY
      * THE NORMAL HOLD RANGES THE BJDEALER REPORT JUDGES EACH
      * DEALER AGAINST, READ FROM THE HOLDRNG CONTROL FILE SO THE
      * FLOOR CAN TUNE THEM WITHOUT A RECOMPILE. ONE RECORD PER
      * TABLE; A RECORD WITH A BLANK TABLE ID IS THE HOUSE RANGE,
      * USED FOR EVERY TABLE WITHOUT A RECORD OF ITS OWN. HOLD IS
      * HOUSE RESULT OVER DROP, AS BJHOUSE PRINTS IT. ALL FIELDS
      * DISPLAY NUMERIC WITH IMPLIED DECIMALS:
      *   COLS  1-  4  TABLE ID             X(04), BLANK = HOUSE RANGE
      *   COLS  5-  9  LOWEST NORMAL HOLD   9(03)V99, E.G. 00500 = 5%
      *   COLS 10- 14  HIGHEST NORMAL HOLD  9(03)V99
      *   COLS 15- 16  WINDOW, IN SHIFTS    9(02), 1 TO 10 - HOW MANY
      *                OF THE DEALER'S MOST RECENT SHIFTS AT THE
      *                TABLE THE HOLD IS JUDGED ACROSS
      * A RANGE THAT IS NOT NUMERIC OR WHOSE HIGH IS NOT ABOVE ITS
      * LOW, OR A WINDOW OUTSIDE 1 TO 10, LEAVES THE HOUSE RANGE (OR
      * WITH NO HOUSE RECORD, THE COMPILED-IN DEFAULT) IN FORCE FOR
      * THAT FIELD, AS DOES A MISSING FILE.
      *================================================================
       01  HOLD-RANGE-RECORD.
           05  HRG-TABLE-ID            PIC X(04).
           05  HRG-LOW-HOLD-PCT        PIC 9(03)V99.
           05  HRG-HIGH-HOLD-PCT       PIC 9(03)V99.
           05  HRG-WINDOW-SHIFTS       PIC 9(02).
           05  FILLER                  PIC X(64).
