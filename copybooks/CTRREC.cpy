      *================================================================
      * CTRREC.CPY
      * ONE CURRENCY TRANSACTION REPORT FILING, WRITTEN BY BJCTR FOR
      * EVERY PLAYER WHOSE CASH INTO THE CAGE, OR CASH OUT OF IT,
      * COMES TO MORE THAN THE FEDERAL REPORTING THRESHOLD ACROSS
      * ONE GAMING DAY. CASH IN AND CASH OUT ARE NEVER NETTED - A
      * PLAYER OVER THE LINE BOTH WAYS GETS TWO FILINGS.
      *   I  CASH IN  - DEPOSITS, OPENING DEPOSITS AND MARKER
      *      REPAYMENTS TAKEN AT THE CAGE
      *   O  CASH OUT - WITHDRAWALS PAID AT THE CAGE
      *================================================================
       01  CTR-FILING-RECORD.
           05  CTR-GAMING-DATE         PIC X(08).
           05  CTR-PLAYER-ID           PIC X(10).
           05  CTR-DIRECTION           PIC X(01).
               88  CTR-IS-CASH-IN      VALUE "I".
               88  CTR-IS-CASH-OUT     VALUE "O".
           05  CTR-CASH-TOTAL          PIC S9(9)V99.
           05  CTR-MOVEMENT-COUNT      PIC 9(05).
           05  CTR-FIRST-TIME          PIC X(06).
           05  CTR-LAST-TIME           PIC X(06).
           05  FILLER                  PIC X(13).
