                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==ARC-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==ARC-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==ARC-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==ARC-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==ARC-DEALER-ID==.
            COPY ARCTRLRC.

        FD  AUDIT-FILE.
                  ==AUD-PRIOR-WAGER-AREA== BY
                      ==STM-PRIOR-WAGER-AREA==,
                  ==AUD-PRIOR-WAGER== BY ==STM-PRIOR-WAGER==,
                  ==AUD-TABLE-ID== BY ==STM-TABLE-ID==,
                  ==AUD-SOFT-ACES== BY ==STM-SOFT-ACES==,
                  ==AUD-DEALER-ID== BY ==STM-DEALER-ID==.
        01  ARCHIVE-FILE-STATUS      PIC X(02)   VALUE "00".
        01  AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
        01  ACCOUNT-FILE-STATUS      PIC X(02)   VALUE "00".
            END-IF.

      * TURNS ONE OUTCOME INTO A SIGNED BALANCE MOVE AND A CLASS:
      * CAGE MONEY (DEPOSITS, WITHDRAWALS, COMP REDEMPTIONS,
      * MARKERS DRAWN ON CREDIT, TOURNAMENT ENTRY FEES AND PRIZES)
      * OR PLAY MONEY (EVERY KIND OF SETTLEMENT, SIDE BETS AND
      * INSURANCE INCLUDED). EVERYTHING ELSE ON THE TRAIL - CARDS,
      * SHUFFLES, REFUSAL LOGS, COMP-POINT POSTINGS, MARKER
      * REPAYMENTS, AND T- TAGGED PLAY AT A TOURNAMENT TABLE, WHICH
      * SETTLES TOURNAMENT CHIPS - MOVES NO DOLLARS AND CLASSES AS
      * NONE.
        CLASSIFY-STATEMENT-DELTA.
            MOVE 0 TO STATEMENT-DELTA.
            MOVE "N" TO DELTA-CLASS.
            EVALUATE STM-OUTCOME
                WHEN "DEPOSIT"
                WHEN "COMPREDM"
                WHEN "MARKER"
                WHEN "PRIZE"
                    MOVE STM-WAGER-AMOUNT TO STATEMENT-DELTA
                    MOVE "C" TO DELTA-CLASS
                WHEN "WITHDRAW"
                WHEN "ENTRYFEE"
                    COMPUTE STATEMENT-DELTA = 0 - STM-WAGER-AMOUNT
                    MOVE "C" TO DELTA-CLASS
                WHEN "WIN"
