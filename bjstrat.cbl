         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJSTRAT.
        AUTHOR.         FRED SHIH.

      * SCORES THE PLAYERS' OWN DECISIONS AGAINST THE BOOK. THE GAME
      * LOGS EVERY HIT, STAND, DOUBLE, SPLIT AND INSURANCE ANSWER A
      * PLAYER GIVES AT THE TABLE AS A DECISION RECORD ON THE AUDIT
      * TRAIL, CARRYING THE HAND TOTAL, WHETHER IT WAS SOFT, AND THE
      * DEALER'S UPCARD. THIS JOB LOADS THE SAME STRATEGY MATRIX A
      * SIMULATION PLAYS FROM (THE STRATEGY FILE, STRATREC LAYOUT,
      * WITH THE SAME DEFAULTS UNDER ANY TOTAL IT DOES NOT COVER),
      * LOOKS EACH LIVE DECISION UP IN IT, AND PRINTS ONE LINE PER
      * PLAYER PER DAY: DECISIONS TAKEN, HOW MANY COULD BE SCORED,
      * HOW MANY WENT AGAINST THE BOOK AND THE DEVIATION RATE,
      * FOLLOWED BY THAT DAY'S COSTLIEST DEVIATIONS - THE ONES WITH
      * THE MOST MONEY RIDING ON THEM. THE MATRIX HAS NO SPLIT
      * DIMENSION, SO A SPLIT IS COUNTED BUT NEVER SCORED; THE BOOK
      * NEVER TAKES INSURANCE, SO TAKING IT IS ALWAYS A DEVIATION.
      * A DOUBLE IS ONLY THE BOOK'S ANSWER ON A HAND'S FIRST
      * DECISION - LATER ON IT MEANS THE HIT IT IMPLIES, EXACTLY AS
      * THE SIMULATION READS IT. WHETHER A DECISION WAS THE HAND'S
      * FIRST IS READ OFF THE PLAYER'S OWN TRAIL: ONLY A HIT (OR A
      * SPLIT) FOLLOWED BY THE SINGLE CARD IT DREW LEADS INTO A
      * LATER DECISION ON THE SAME HAND - A FRESH DEAL OR A SPLIT
      * HAND'S SECOND HAND PUTS MORE CARDS OR A STAND IN BETWEEN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUDIT-FILE ASSIGN TO "AUDITFLE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT STRATEGY-FILE ASSIGN TO "STRATEGY"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STRATEGY-FILE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "STRWORK".

            SELECT STRATEGY-REPORT-FILE ASSIGN TO "STRATRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STRATEGY-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE.
            COPY AUDITREC.

        FD  STRATEGY-FILE.
            COPY STRATREC.

        SD  SORT-WORK-FILE.
            COPY AUDITREC
                REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==,
                      ==AUD-TIMESTAMP== BY ==SRT-TIMESTAMP==,
                      ==AUD-PLAYER-ID== BY ==SRT-PLAYER-ID==,
                      ==AUD-RANDOM-SEED== BY ==SRT-RANDOM-SEED==,
                      ==AUD-CARD-VALUE== BY ==SRT-CARD-VALUE==,
                      ==AUD-PLAYER-TOTAL== BY ==SRT-PLAYER-TOTAL==,
                      ==AUD-OUTCOME== BY ==SRT-OUTCOME==,
                      ==AUD-WAGER-AMOUNT== BY ==SRT-WAGER-AMOUNT==,
                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==SRT-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==SRT-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==SRT-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==SRT-DEALER-ID==.

        FD  STRATEGY-REPORT-FILE.
        01  STRATEGY-REPORT-RECORD      PIC X(120).

        WORKING-STORAGE SECTION.
        01  AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
        01  STRATEGY-FILE-STATUS     PIC X(02)   VALUE "00".
        01  STRATEGY-REPORT-STATUS   PIC X(02)   VALUE "00".
        01  PRIOR-WAGER-WORK         PIC S9(5)V99 VALUE 0.
        01  END-OF-STRATEGY-SWITCH   PIC X       VALUE "N".
            88  END-OF-STRATEGY                   VALUE "Y".
        01  MATRIX-FROM-FILE-SWITCH  PIC X       VALUE "N".
            88  MATRIX-FROM-FILE                  VALUE "Y".
        01  END-OF-SORT-SWITCH       PIC X       VALUE "N".
            88  END-OF-SORT                       VALUE "Y".
        01  FIRST-RECORD-SWITCH      PIC X       VALUE "Y".
            88  IS-FIRST-RECORD                   VALUE "Y".
        01  STRAT-ROW-INDEX          PIC 9(02)   VALUE 0.
        01  STRAT-COL-INDEX          PIC 9(02)   VALUE 0.
        01  BREAK-PLAYER-ID          PIC X(10)   VALUE SPACES.
        01  BREAK-DATE               PIC X(08)   VALUE SPACES.
      * WHERE THE PLAYER'S CURRENT HAND STANDS: THE LAST PLAYING
      * DECISION SEEN AND THE CARDS DEALT TO THE PLAYER SINCE IT.
        01  LAST-PLAY-DECISION       PIC X(10)   VALUE SPACES.
        01  CARDS-SINCE-DECISION     PIC 9(02)   VALUE 0.
        01  FIRST-DECISION-SWITCH    PIC X       VALUE "Y".
            88  IS-FIRST-DECISION                 VALUE "Y".
        01  SOFT-HAND-SWITCH         PIC X       VALUE "N".
            88  HAND-IS-SOFT                      VALUE "Y".
        01  SCORED-DECISION-SWITCH   PIC X       VALUE "N".
            88  DECISION-IS-SCORED                VALUE "Y".
        01  PLAYED-ACTION            PIC X(01)   VALUE SPACE.
        01  BOOK-ACTION              PIC X(01)   VALUE SPACE.
        01  STAKE-AMOUNT             PIC S9(7)V99 VALUE 0.
        01  DECISIONS-COUNT          PIC 9(05)   VALUE 0.
        01  SCORED-COUNT             PIC 9(05)   VALUE 0.
        01  DEVIATIONS-COUNT         PIC 9(05)   VALUE 0.
        01  SPLITS-COUNT             PIC 9(05)   VALUE 0.
        01  DEVIATION-RATE           PIC 9(03)V9 VALUE 0.
        01  GROUPS-COUNT             PIC 9(05)   VALUE 0.
        01  TOTAL-DECISIONS-COUNT    PIC 9(07)   VALUE 0.
        01  TOTAL-SCORED-COUNT       PIC 9(07)   VALUE 0.
        01  TOTAL-DEVIATIONS-COUNT   PIC 9(07)   VALUE 0.
        01  DECISIONS-COUNT-ED       PIC ZZZZ9.
        01  SCORED-COUNT-ED          PIC ZZZZ9.
        01  DEVIATIONS-COUNT-ED      PIC ZZZZ9.
        01  SPLITS-COUNT-ED          PIC ZZZZ9.
        01  DEVIATION-RATE-ED        PIC ZZ9.9.
        01  TOTAL-COUNT-ED           PIC Z(6)9.
        01  TOTAL-SCORED-ED          PIC Z(6)9.
        01  TOTAL-DEVIATIONS-ED      PIC Z(6)9.
        01  STAKE-AMOUNT-ED          PIC -(6)9.99.
        01  DEV-TOTAL-ED             PIC Z9.
        01  DEV-UPCARD-ED            PIC X(02)   VALUE SPACES.
        01  DEV-UPCARD-NUMBER-ED     PIC Z9.
        01  ACTION-CODE              PIC X(01)   VALUE SPACE.
        01  ACTION-NAME              PIC X(07)   VALUE SPACES.
        01  PLAYED-NAME              PIC X(07)   VALUE SPACES.
        01  BOOK-NAME                PIC X(07)   VALUE SPACES.
      * THE DAY'S COSTLIEST DEVIATIONS, KEPT IN DESCENDING ORDER OF
      * THE MONEY AT STAKE - THE HAND'S WAGER, OR THE INSURANCE BET
      * ITSELF FOR AN INSURANCE TAKEN AGAINST THE BOOK.
        01  COSTLIEST-LIMIT          PIC 9(02)   VALUE 3.
        01  COSTLIEST-TABLE.
            05  COSTLIEST-COUNT      PIC 9(02)   VALUE 0.
            05  COSTLIEST-ENTRY      OCCURS 3 TIMES.
                10  CST-TIME         PIC X(06).
                10  CST-TABLE-ID     PIC X(04).
                10  CST-HAND-TYPE    PIC X(04).
                10  CST-TOTAL        PIC 9(02).
                10  CST-UPCARD       PIC 9(02).
                10  CST-PLAYED       PIC X(01).
                10  CST-BOOK         PIC X(01).
                10  CST-STAKE        PIC S9(7)V99.
        01  COSTLIEST-HOLD           PIC X(29)   VALUE SPACES.
        01  COSTLIEST-INDEX          PIC 9(02)   VALUE 0.
        01  COSTLIEST-PRIOR          PIC 9(02)   VALUE 0.
      * THE MATRIX, LAID OUT AND DEFAULTED EXACTLY AS THE GAME'S
      * SIMULATION HOLDS IT: ROW BY HAND TOTAL (1-21), COLUMN BY
      * DEALER UPCARD (ACE=1 THROUGH 10), ONE PLANE HARD, ONE SOFT.
        01  STRATEGY-MATRIX.
            05  HARD-STRATEGY-ROW   OCCURS 21 TIMES.
                10  HARD-ACTION     OCCURS 10 TIMES
                                     PIC X(01).
            05  SOFT-STRATEGY-ROW   OCCURS 21 TIMES.
                10  SOFT-ACTION     OCCURS 10 TIMES
                                     PIC X(01).

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            PERFORM LOAD-STRATEGY-MATRIX.
            PERFORM OPEN-STRATEGY-REPORT-FILE.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-PLAYER-ID SRT-TIMESTAMP
                WITH DUPLICATES IN ORDER
                USING AUDIT-FILE
                OUTPUT PROCEDURE PRODUCE-REPORT.
            PERFORM CLOSE-STRATEGY-REPORT-FILE.
            STOP RUN.

      * BUILDS THE MATRIX THE DECISIONS ARE SCORED AGAINST. WITH NO
      * STRATEGY FILE THE DEFAULTS ALONE ARE THE BOOK, AND THE
      * REPORT HEADER SAYS SO.
        LOAD-STRATEGY-MATRIX.
            PERFORM INIT-STRATEGY-ROW
                VARYING STRAT-ROW-INDEX FROM 1 BY 1
                UNTIL STRAT-ROW-INDEX > 21.
            OPEN INPUT STRATEGY-FILE.
            IF STRATEGY-FILE-STATUS = "00"
                MOVE "Y" TO MATRIX-FROM-FILE-SWITCH
                PERFORM READ-STRATEGY-RECORD
                PERFORM LOAD-STRATEGY-RECORD UNTIL END-OF-STRATEGY
                CLOSE STRATEGY-FILE
            END-IF.

        INIT-STRATEGY-ROW.
            PERFORM INIT-STRATEGY-CELL
                VARYING STRAT-COL-INDEX FROM 1 BY 1
                UNTIL STRAT-COL-INDEX > 10.

        INIT-STRATEGY-CELL.
            IF STRAT-ROW-INDEX < 17
                MOVE "H" TO HARD-ACTION(STRAT-ROW-INDEX,
                    STRAT-COL-INDEX)
                MOVE "H" TO SOFT-ACTION(STRAT-ROW-INDEX,
                    STRAT-COL-INDEX)
            ELSE
                MOVE "S" TO HARD-ACTION(STRAT-ROW-INDEX,
                    STRAT-COL-INDEX)
                MOVE "S" TO SOFT-ACTION(STRAT-ROW-INDEX,
                    STRAT-COL-INDEX)
            END-IF.

        READ-STRATEGY-RECORD.
            READ STRATEGY-FILE
                AT END
                    MOVE "Y" TO END-OF-STRATEGY-SWITCH
            END-READ.

      * FOLDS ONE MATRIX ROW IN; THE CONTROL RECORD ONLY MATTERS TO
      * A SIMULATION AND IS PASSED OVER, AS IS A ROW OUTSIDE 1-21.
        LOAD-STRATEGY-RECORD.
            IF (STGY-IS-HARD-ROW OR STGY-IS-SOFT-ROW)
                AND STGY-PLAYER-TOTAL IS NUMERIC
                AND STGY-PLAYER-TOTAL >= 1
                AND STGY-PLAYER-TOTAL <= 21
                MOVE STGY-PLAYER-TOTAL TO STRAT-ROW-INDEX
                PERFORM LOAD-STRATEGY-CELL
                    VARYING STRAT-COL-INDEX FROM 1 BY 1
                    UNTIL STRAT-COL-INDEX > 10
            END-IF.
            PERFORM READ-STRATEGY-RECORD.

        LOAD-STRATEGY-CELL.
            IF STGY-ACTION(STRAT-COL-INDEX) NOT = SPACE
                IF STGY-IS-HARD-ROW
                    MOVE STGY-ACTION(STRAT-COL-INDEX) TO
                        HARD-ACTION(STRAT-ROW-INDEX,
                        STRAT-COL-INDEX)
                ELSE
                    MOVE STGY-ACTION(STRAT-COL-INDEX) TO
                        SOFT-ACTION(STRAT-ROW-INDEX,
                        STRAT-COL-INDEX)
                END-IF
            END-IF.

      * DRIVES THE SORTED TRAIL ONE RECORD AT A TIME, PRINTING A
      * PLAYER/DAY GROUP EVERY TIME THE PLAYER OR THE DAY CHANGES.
        PRODUCE-REPORT.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM READ-NEXT-SORTED-RECORD.
            PERFORM PROCESS-SORTED-RECORD UNTIL END-OF-SORT.
            IF NOT IS-FIRST-RECORD
                PERFORM WRITE-BREAK-LINES
            END-IF.
            PERFORM WRITE-REPORT-TOTALS.

      * A RECORD FROM BEFORE THE AMOUNT FIELD WAS WIDENED LEAVES IT
      * NON-NUMERIC; ITS VALUE STILL SITS IN THE PRIOR LAYOUT
      * UNDERNEATH, SO IT IS PUT RIGHT HERE BEFORE ANYTHING USES IT.
        READ-NEXT-SORTED-RECORD.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.
            IF NOT END-OF-SORT
                AND SRT-WAGER-AMOUNT IS NOT NUMERIC
                MOVE SRT-PRIOR-WAGER TO PRIOR-WAGER-WORK
                MOVE PRIOR-WAGER-WORK TO SRT-WAGER-AMOUNT
            END-IF.

      * ONLY A PLAYER'S CARDS AND DECISIONS MATTER HERE. THE
      * DEALER'S CARDS CARRY A BLANK PLAYER ID AND ARE IGNORED; A
      * NEW PLAYER STARTS WITH NO HAND IN PROGRESS.
        PROCESS-SORTED-RECORD.
            IF SRT-PLAYER-ID NOT = SPACES
                IF IS-FIRST-RECORD
                    MOVE "N" TO FIRST-RECORD-SWITCH
                    PERFORM START-NEW-PLAYER
                    PERFORM START-NEW-GROUP
                ELSE
                    IF SRT-PLAYER-ID NOT = BREAK-PLAYER-ID
                        PERFORM WRITE-BREAK-LINES
                        PERFORM START-NEW-PLAYER
                        PERFORM START-NEW-GROUP
                    ELSE
                        IF SRT-TIMESTAMP(1:8) NOT = BREAK-DATE
                            PERFORM WRITE-BREAK-LINES
                            PERFORM START-NEW-GROUP
                        END-IF
                    END-IF
                END-IF
                PERFORM ACCUMULATE-SORTED-RECORD
            END-IF.
            PERFORM READ-NEXT-SORTED-RECORD.

        START-NEW-PLAYER.
            MOVE SPACES TO LAST-PLAY-DECISION.
            MOVE 0 TO CARDS-SINCE-DECISION.

        START-NEW-GROUP.
            MOVE SRT-PLAYER-ID TO BREAK-PLAYER-ID.
            MOVE SRT-TIMESTAMP(1:8) TO BREAK-DATE.
            MOVE 0 TO DECISIONS-COUNT.
            MOVE 0 TO SCORED-COUNT.
            MOVE 0 TO DEVIATIONS-COUNT.
            MOVE 0 TO SPLITS-COUNT.
            MOVE 0 TO COSTLIEST-COUNT.

      * A CARD RECORD ONLY MOVES THE HAND ALONG. A DECISION RECORD
      * IS COUNTED, SCORED WHERE THE BOOK HAS AN ANSWER FOR IT, AND
      * - FOR A PLAYING DECISION - BECOMES THE HAND'S LAST DECISION.
      * AN INSURANCE ANSWER COMES BEFORE THE HAND'S FIRST PLAYING
      * DECISION AND LEAVES THAT RECKONING ALONE. EVERY OTHER RECORD
      * TYPE ON THE TRAIL IS NOT A DECISION AND IS SKIPPED.
        ACCUMULATE-SORTED-RECORD.
            MOVE "N" TO SCORED-DECISION-SWITCH.
            EVALUATE SRT-OUTCOME
                WHEN SPACES
                    IF CARDS-SINCE-DECISION < 99
                        ADD 1 TO CARDS-SINCE-DECISION
                    END-IF
                WHEN "DEC-HIT"
                    MOVE "H" TO PLAYED-ACTION
                    PERFORM SCORE-PLAYING-DECISION
                WHEN "DEC-STAND"
                    MOVE "S" TO PLAYED-ACTION
                    PERFORM SCORE-PLAYING-DECISION
                WHEN "DEC-DOUBLE"
                    MOVE "D" TO PLAYED-ACTION
                    PERFORM SCORE-PLAYING-DECISION
                WHEN "DEC-SPLIT"
                    ADD 1 TO DECISIONS-COUNT
                    ADD 1 TO SPLITS-COUNT
                    PERFORM END-PLAYING-DECISION
                WHEN "DEC-INSURE"
                    MOVE "I" TO PLAYED-ACTION
                    PERFORM SCORE-INSURANCE-DECISION
                WHEN "DEC-NOINS"
                    MOVE "N" TO PLAYED-ACTION
                    PERFORM SCORE-INSURANCE-DECISION
            END-EVALUATE.
            IF DECISION-IS-SCORED
                ADD 1 TO SCORED-COUNT
                IF PLAYED-ACTION NOT = BOOK-ACTION
                    ADD 1 TO DEVIATIONS-COUNT
                    PERFORM KEEP-COSTLIEST-DEVIATION
                END-IF
            END-IF.

      * LOOKS THE DECISION UP IN THE MATRIX THE WAY THE SIMULATION
      * WOULD HAVE PLAYED IT: A DOUBLE PAST THE FIRST DECISION MEANS
      * A HIT, AND ANYTHING BEYOND H, S OR D (OR A HAND OFF THE
      * MATRIX'S EDGE) MEANS A STAND.
        SCORE-PLAYING-DECISION.
            ADD 1 TO DECISIONS-COUNT.
            MOVE "Y" TO FIRST-DECISION-SWITCH.
            IF (LAST-PLAY-DECISION = "DEC-HIT"
                OR LAST-PLAY-DECISION = "DEC-SPLIT")
                AND CARDS-SINCE-DECISION = 1
                MOVE "N" TO FIRST-DECISION-SWITCH
            END-IF.
            MOVE "N" TO SOFT-HAND-SWITCH.
            IF SRT-SOFT-ACES IS NUMERIC
                AND SRT-SOFT-ACES > 0
                MOVE "Y" TO SOFT-HAND-SWITCH
            END-IF.
            IF SRT-CARD-VALUE >= 1 AND SRT-CARD-VALUE <= 10
                AND SRT-PLAYER-TOTAL >= 1 AND SRT-PLAYER-TOTAL <= 21
                IF HAND-IS-SOFT
                    MOVE SOFT-ACTION(SRT-PLAYER-TOTAL,
                        SRT-CARD-VALUE) TO BOOK-ACTION
                ELSE
                    MOVE HARD-ACTION(SRT-PLAYER-TOTAL,
                        SRT-CARD-VALUE) TO BOOK-ACTION
                END-IF
            ELSE
                MOVE "S" TO BOOK-ACTION
            END-IF.
            IF BOOK-ACTION = "D" AND NOT IS-FIRST-DECISION
                MOVE "H" TO BOOK-ACTION
            END-IF.
            IF BOOK-ACTION NOT = "H" AND BOOK-ACTION NOT = "S"
                AND BOOK-ACTION NOT = "D"
                MOVE "S" TO BOOK-ACTION
            END-IF.
            MOVE SRT-WAGER-AMOUNT TO STAKE-AMOUNT.
            MOVE "Y" TO SCORED-DECISION-SWITCH.
            PERFORM END-PLAYING-DECISION.

        END-PLAYING-DECISION.
            MOVE SRT-OUTCOME TO LAST-PLAY-DECISION.
            MOVE 0 TO CARDS-SINCE-DECISION.

      * THE BOOK DECLINES INSURANCE EVERY TIME. WHAT A PLAYER PUTS
      * AT STAKE BY TAKING IT IS THE INSURANCE BET, HALF THE WAGER.
        SCORE-INSURANCE-DECISION.
            ADD 1 TO DECISIONS-COUNT.
            MOVE "N" TO SOFT-HAND-SWITCH.
            IF SRT-SOFT-ACES IS NUMERIC
                AND SRT-SOFT-ACES > 0
                MOVE "Y" TO SOFT-HAND-SWITCH
            END-IF.
            MOVE "N" TO BOOK-ACTION.
            COMPUTE STAKE-AMOUNT ROUNDED = SRT-WAGER-AMOUNT / 2.
            MOVE "Y" TO SCORED-DECISION-SWITCH.

      * SLOTS A DEVIATION INTO THE DAY'S COSTLIEST LIST: ONTO THE
      * END WHILE THERE IS ROOM, OVER THE CHEAPEST ENTRY WHEN IT
      * OUTWEIGHS IT, THEN BUBBLED UP INTO ITS PLACE.
        KEEP-COSTLIEST-DEVIATION.
            IF COSTLIEST-COUNT < COSTLIEST-LIMIT
                ADD 1 TO COSTLIEST-COUNT
                MOVE COSTLIEST-COUNT TO COSTLIEST-INDEX
                PERFORM FILL-COSTLIEST-ENTRY
                PERFORM RAISE-COSTLIEST-ENTRY
                    VARYING COSTLIEST-INDEX FROM COSTLIEST-COUNT BY -1
                    UNTIL COSTLIEST-INDEX < 2
            ELSE
                IF STAKE-AMOUNT > CST-STAKE(COSTLIEST-COUNT)
                    MOVE COSTLIEST-COUNT TO COSTLIEST-INDEX
                    PERFORM FILL-COSTLIEST-ENTRY
                    PERFORM RAISE-COSTLIEST-ENTRY
                        VARYING COSTLIEST-INDEX FROM COSTLIEST-COUNT
                        BY -1 UNTIL COSTLIEST-INDEX < 2
                END-IF
            END-IF.

        FILL-COSTLIEST-ENTRY.
            MOVE SRT-TIMESTAMP(9:6) TO CST-TIME(COSTLIEST-INDEX).
            MOVE SRT-TABLE-ID TO CST-TABLE-ID(COSTLIEST-INDEX).
            IF HAND-IS-SOFT
                MOVE "SOFT" TO CST-HAND-TYPE(COSTLIEST-INDEX)
            ELSE
                MOVE "HARD" TO CST-HAND-TYPE(COSTLIEST-INDEX)
            END-IF.
            MOVE SRT-PLAYER-TOTAL TO CST-TOTAL(COSTLIEST-INDEX).
            MOVE SRT-CARD-VALUE TO CST-UPCARD(COSTLIEST-INDEX).
            MOVE PLAYED-ACTION TO CST-PLAYED(COSTLIEST-INDEX).
            MOVE BOOK-ACTION TO CST-BOOK(COSTLIEST-INDEX).
            MOVE STAKE-AMOUNT TO CST-STAKE(COSTLIEST-INDEX).

        RAISE-COSTLIEST-ENTRY.
            COMPUTE COSTLIEST-PRIOR = COSTLIEST-INDEX - 1.
            IF CST-STAKE(COSTLIEST-INDEX) > CST-STAKE(COSTLIEST-PRIOR)
                MOVE COSTLIEST-ENTRY(COSTLIEST-PRIOR)
                    TO COSTLIEST-HOLD
                MOVE COSTLIEST-ENTRY(COSTLIEST-INDEX)
                    TO COSTLIEST-ENTRY(COSTLIEST-PRIOR)
                MOVE COSTLIEST-HOLD
                    TO COSTLIEST-ENTRY(COSTLIEST-INDEX)
            END-IF.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO STRATEGY-REPORT-RECORD.
            STRING "BLACKJACK STRATEGY DEVIATIONS - BY PLAYER AND DAY"
                DELIMITED BY SIZE
                INTO STRATEGY-REPORT-RECORD.
            WRITE STRATEGY-REPORT-RECORD.
            MOVE SPACES TO STRATEGY-REPORT-RECORD.
            IF MATRIX-FROM-FILE
                STRING "SCORED AGAINST THE STRATEGY FILE MATRIX"
                    DELIMITED BY SIZE
                    INTO STRATEGY-REPORT-RECORD
            ELSE
                STRING "NO STRATEGY FILE - SCORED AGAINST THE ",
                    "DEFAULT MATRIX (HIT BELOW 17, STAND AT 17 UP)"
                    DELIMITED BY SIZE
                    INTO STRATEGY-REPORT-RECORD
            END-IF.
            WRITE STRATEGY-REPORT-RECORD.
            MOVE SPACES TO STRATEGY-REPORT-RECORD.
            WRITE STRATEGY-REPORT-RECORD.

      * ONE LINE FOR THE PLAYER'S DAY, THEN ITS COSTLIEST
      * DEVIATIONS BENEATH IT. A DAY WITH NO DECISION RECORDS
      * (CARDS ONLY, OR PLAY FROM BEFORE DECISIONS WERE LOGGED)
      * PRINTS NOTHING.
        WRITE-BREAK-LINES.
            IF DECISIONS-COUNT > 0
                ADD 1 TO GROUPS-COUNT
                ADD DECISIONS-COUNT TO TOTAL-DECISIONS-COUNT
                ADD SCORED-COUNT TO TOTAL-SCORED-COUNT
                ADD DEVIATIONS-COUNT TO TOTAL-DEVIATIONS-COUNT
                IF SCORED-COUNT > 0
                    COMPUTE DEVIATION-RATE ROUNDED =
                        DEVIATIONS-COUNT * 100 / SCORED-COUNT
                ELSE
                    MOVE 0 TO DEVIATION-RATE
                END-IF
                MOVE DECISIONS-COUNT TO DECISIONS-COUNT-ED
                MOVE SCORED-COUNT TO SCORED-COUNT-ED
                MOVE DEVIATIONS-COUNT TO DEVIATIONS-COUNT-ED
                MOVE SPLITS-COUNT TO SPLITS-COUNT-ED
                MOVE DEVIATION-RATE TO DEVIATION-RATE-ED
                MOVE SPACES TO STRATEGY-REPORT-RECORD
                STRING BREAK-PLAYER-ID        DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       BREAK-DATE              DELIMITED BY SIZE
                       "  DECISIONS="          DELIMITED BY SIZE
                       DECISIONS-COUNT-ED      DELIMITED BY SIZE
                       "  SCORED="             DELIMITED BY SIZE
                       SCORED-COUNT-ED         DELIMITED BY SIZE
                       "  DEVIATIONS="         DELIMITED BY SIZE
                       DEVIATIONS-COUNT-ED     DELIMITED BY SIZE
                       "  RATE="               DELIMITED BY SIZE
                       DEVIATION-RATE-ED       DELIMITED BY SIZE
                       "%  SPLITS="            DELIMITED BY SIZE
                       SPLITS-COUNT-ED         DELIMITED BY SIZE
                    INTO STRATEGY-REPORT-RECORD
                WRITE STRATEGY-REPORT-RECORD
                PERFORM WRITE-COSTLIEST-LINE
                    VARYING COSTLIEST-INDEX FROM 1 BY 1
                    UNTIL COSTLIEST-INDEX > COSTLIEST-COUNT
            END-IF.

        WRITE-COSTLIEST-LINE.
            MOVE CST-PLAYED(COSTLIEST-INDEX) TO ACTION-CODE.
            PERFORM NAME-ACTION.
            MOVE ACTION-NAME TO PLAYED-NAME.
            MOVE CST-BOOK(COSTLIEST-INDEX) TO ACTION-CODE.
            PERFORM NAME-ACTION.
            MOVE ACTION-NAME TO BOOK-NAME.
            MOVE CST-TOTAL(COSTLIEST-INDEX) TO DEV-TOTAL-ED.
            IF CST-UPCARD(COSTLIEST-INDEX) = 1
                MOVE " A" TO DEV-UPCARD-ED
            ELSE
                MOVE CST-UPCARD(COSTLIEST-INDEX)
                    TO DEV-UPCARD-NUMBER-ED
                MOVE DEV-UPCARD-NUMBER-ED TO DEV-UPCARD-ED
            END-IF.
            MOVE CST-STAKE(COSTLIEST-INDEX) TO STAKE-AMOUNT-ED.
            MOVE SPACES TO STRATEGY-REPORT-RECORD.
            STRING "    "                        DELIMITED BY SIZE
                   CST-TIME(COSTLIEST-INDEX)      DELIMITED BY SIZE
                   " TABLE "                     DELIMITED BY SIZE
                   CST-TABLE-ID(COSTLIEST-INDEX)  DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   CST-HAND-TYPE(COSTLIEST-INDEX) DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   DEV-TOTAL-ED                   DELIMITED BY SIZE
                   " VS "                        DELIMITED BY SIZE
                   DEV-UPCARD-ED                  DELIMITED BY SIZE
                   "  PLAYED "                   DELIMITED BY SIZE
                   PLAYED-NAME                    DELIMITED BY SIZE
                   " BOOK "                      DELIMITED BY SIZE
                   BOOK-NAME                      DELIMITED BY SIZE
                   " AT STAKE "                  DELIMITED BY SIZE
                   STAKE-AMOUNT-ED                DELIMITED BY SIZE
                INTO STRATEGY-REPORT-RECORD.
            WRITE STRATEGY-REPORT-RECORD.

        NAME-ACTION.
            EVALUATE ACTION-CODE
                WHEN "H"
                    MOVE "HIT" TO ACTION-NAME
                WHEN "S"
                    MOVE "STAND" TO ACTION-NAME
                WHEN "D"
                    MOVE "DOUBLE" TO ACTION-NAME
                WHEN "I"
                    MOVE "INSURE" TO ACTION-NAME
                WHEN OTHER
                    MOVE "DECLINE" TO ACTION-NAME
            END-EVALUATE.

        WRITE-REPORT-TOTALS.
            IF TOTAL-SCORED-COUNT > 0
                COMPUTE DEVIATION-RATE ROUNDED =
                    TOTAL-DEVIATIONS-COUNT * 100 / TOTAL-SCORED-COUNT
            ELSE
                MOVE 0 TO DEVIATION-RATE
            END-IF.
            MOVE TOTAL-DECISIONS-COUNT TO TOTAL-COUNT-ED.
            MOVE TOTAL-SCORED-COUNT TO TOTAL-SCORED-ED.
            MOVE TOTAL-DEVIATIONS-COUNT TO TOTAL-DEVIATIONS-ED.
            MOVE DEVIATION-RATE TO DEVIATION-RATE-ED.
            MOVE SPACES TO STRATEGY-REPORT-RECORD.
            WRITE STRATEGY-REPORT-RECORD.
            MOVE GROUPS-COUNT TO DECISIONS-COUNT-ED.
            MOVE SPACES TO STRATEGY-REPORT-RECORD.
            STRING "ALL PLAYERS  DAYS="       DELIMITED BY SIZE
                   DECISIONS-COUNT-ED         DELIMITED BY SIZE
                   "  DECISIONS="             DELIMITED BY SIZE
                   TOTAL-COUNT-ED             DELIMITED BY SIZE
                   "  SCORED="                DELIMITED BY SIZE
                   TOTAL-SCORED-ED            DELIMITED BY SIZE
                   "  DEVIATIONS="            DELIMITED BY SIZE
                   TOTAL-DEVIATIONS-ED        DELIMITED BY SIZE
                   "  RATE="                  DELIMITED BY SIZE
                   DEVIATION-RATE-ED          DELIMITED BY SIZE
                   "%"                        DELIMITED BY SIZE
                INTO STRATEGY-REPORT-RECORD.
            WRITE STRATEGY-REPORT-RECORD.

        OPEN-STRATEGY-REPORT-FILE.
            OPEN OUTPUT STRATEGY-REPORT-FILE.

        CLOSE-STRATEGY-REPORT-FILE.
            CLOSE STRATEGY-REPORT-FILE.
