                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==SRT-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==SRT-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==SRT-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==SRT-DEALER-ID==.

        FD  ACCOUNT-FILE.
            COPY ACCTREC.
        01  EXPECTED-BALANCE-ED      PIC -(7)9.99.
        01  ON-FILE-BALANCE-ED       PIC -(7)9.99.
        01  DIFFERENCE-ED            PIC -(7)9.99.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
      * UNDER THE NIGHTLY DRIVER THE DATE IS THE NIGHT'S BUSINESS
      * DATE; RUN ON ITS OWN, THE JOB ASKS FOR IT.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO RECON-DATE
            ELSE
                DISPLAY "RECONCILE FOR DATE (YYYYMMDD, BLANK=TODAY): "
                    WITH NO ADVANCING
                ACCEPT RECON-DATE
            END-IF.
            IF RECON-DATE = SPACES OR RECON-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO RECON-DATE
            END-IF.
                DISPLAY "ALL ", PLAYERS-CHECKED-COUNT,
                    " PLAYER(S) IN BALANCE."
            END-IF.
            GOBACK.

        OPEN-WORK-FILES.
            OPEN INPUT ACCOUNT-FILE.
                WHEN "PAIRLOSE"
                WHEN "BUSTLOSE"
                WHEN "WITHDRAW"
                WHEN "ENTRYFEE"
                    IF ANCHOR-IS-FOUND
                        SUBTRACT SRT-WAGER-AMOUNT FROM
                            EXPECTED-BALANCE
                    END-IF
      * A COMP-POINT REDEMPTION IS A CAGE DEPOSIT IN EVERYTHING BUT
      * NAME - THE AMOUNT IS THE DOLLARS CREDITED, NOT THE POINTS.
      * A MARKER DRAWN AT THE TABLE PUTS THE CREDIT ADVANCED ONTO
      * THE BANKROLL THE SAME WAY. A MARKER REPAYMENT (MKRPAY)
      * SETTLES THE DEBT, NOT THE BANKROLL, AND MOVES NOTHING.
      * A TOURNAMENT ENTRY FEE COMES OFF THE BANKROLL LIKE A
      * WITHDRAWAL AND A TOURNAMENT PRIZE GOES ON LIKE A DEPOSIT;
      * PLAY AT A TOURNAMENT TABLE IS TAGGED T- AND SETTLES
      * TOURNAMENT CHIPS, NOT THE BANKROLL, SO IT FALLS THROUGH.
                WHEN "DEPOSIT"
                WHEN "COMPREDM"
                WHEN "MARKER"
                WHEN "PRIZE"
                    IF ANCHOR-IS-FOUND
                        ADD SRT-WAGER-AMOUNT TO EXPECTED-BALANCE
                    END-IF
