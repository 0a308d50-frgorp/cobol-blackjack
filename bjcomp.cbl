                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==SRT-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==SRT-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==SRT-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==SRT-DEALER-ID==.

        FD  ACCOUNT-FILE.
            COPY ACCTREC.
        01  SKIPPED-COUNT            PIC 9(05)   VALUE 0.
        01  POINTS-EARNED-ED         PIC -(6)9.99.
        01  ACCOUNT-JOURNAL-STATUS   PIC X(02)   VALUE "00".
        01  PRIOR-ACCOUNT-IMAGE      PIC X(72)   VALUE SPACES.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "COMP-POINT ACCRUAL".
      * UNDER THE NIGHTLY DRIVER THE DATE IS THE NIGHT'S BUSINESS
      * DATE; RUN ON ITS OWN, THE JOB ASKS FOR IT.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO ACCRUAL-DATE
            ELSE
                DISPLAY "ACCRUE FOR DATE (YYYYMMDD, BLANK=TODAY): "
                    WITH NO ADVANCING
                ACCEPT ACCRUAL-DATE
            END-IF.
            IF ACCRUAL-DATE = SPACES OR ACCRUAL-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO ACCRUAL-DATE
            END-IF.
                    "POSTED PLAYERS ARE ON THE TRAIL."
                MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

      * DRIVES THE SORTED TRAIL ONE RECORD AT A TIME. DEALER CARDS
      * (BLANK PLAYER ID) AND RECORDS OFF THE ACCRUAL DATE ARE
            MOVE "COMPACC" TO AUD-OUTCOME.
            MOVE PST-POINTS(POSTING-INDEX) TO AUD-WAGER-AMOUNT.
            MOVE SPACES TO AUD-TABLE-ID.
            MOVE SPACES TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.
