                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ACCOUNT-JOURNAL-STATUS.

      * THE MARKERS FILE: READ AT SIGN-ON TO FIND WHAT A SEAT
      * ALREADY OWES, THEN HELD OPEN FOR APPEND SO A MARKER DRAWN
      * AT THE TABLE LANDS ON THE SAME BOOK THE CAGE KEEPS.
            SELECT MARKER-FILE ASSIGN TO "MARKERS"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS MARKER-FILE-STATUS.

      * THE TOURNAMENT FILE BJTELLER REGISTERS ENTRANTS ON. HELD
      * OPEN ONLY BY A TOURNAMENT TABLE, WHICH SETTLES EVERY SEAT'S
      * CHIPS ON IT AND READS THE WHOLE FIELD BACK FOR THE
      * LEADERBOARD PRINTED AFTER EACH ROUND.
            SELECT TOURNAMENT-FILE ASSIGN TO "TOURNEY"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRN-KEY
                FILE STATUS IS TOURNAMENT-FILE-STATUS.

            SELECT LEADERBOARD-FILE ASSIGN TO "LEADRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS LEADERBOARD-STATUS.

            SELECT LEADER-SORT-FILE ASSIGN TO "LDRWORK".

        DATA DIVISION.
        FILE SECTION.
        FD  ACCOUNT-FILE.
                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==SCN-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==SCN-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==SCN-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==SCN-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==SCN-DEALER-ID==.

        FD  DECISION-FILE.
            COPY DECREC.
        FD  ACCOUNT-JOURNAL-FILE.
            COPY ACCTJRNL.

        FD  MARKER-FILE.
            COPY MKRREC.

        FD  TOURNAMENT-FILE.
            COPY TRNREC.

        FD  LEADERBOARD-FILE.
        01  LEADERBOARD-RECORD          PIC X(120).

      * THE LEADERBOARD ORDER: LIVE ENTRANTS FIRST, RICHEST FIRST;
      * THEN THE ELIMINATED, THE LATEST KNOCKED OUT FIRST AND
      * RICHER AHEAD OF POORER WITHIN THE SAME ROUND.
        SD  LEADER-SORT-FILE.
        01  LEADER-SORT-RECORD.
            05  LDR-STANDING            PIC X(01).
            05  LDR-ELIMINATED-ROUND    PIC 9(03).
            05  LDR-CHIP-COUNT          PIC S9(7)V99.
            05  LDR-PLAYER-ID           PIC X(10).
            05  LDR-TABLE-ID            PIC X(04).
            05  LDR-ROUNDS-PLAYED       PIC 9(03).

        WORKING-STORAGE SECTION.
        COPY DECKTAB.
        COPY SEATTAB.
        01  HITS-THIS-HAND          PIC 9(02)   VALUE 0.
        01  CANDIDATE-WAGER         PIC S9(7)V99 VALUE 0.
        01  TABLE-ID                PIC X(04)   VALUE SPACES.
        01  DEALER-ID               PIC X(08)   VALUE SPACES.
        01  NEW-DEALER-ID           PIC X(08)   VALUE SPACES.
        01  DEALER-EVENT-TEXT       PIC X(10)   VALUE SPACES.
        01  RULES-FOUND-SWITCH      PIC X       VALUE "N".
            88  RULES-RECORD-FOUND               VALUE "Y".
        01  BLANK-RULES-SEEN-SWITCH PIC X       VALUE "N".
            88  BLANK-RULES-SEEN                 VALUE "Y".
        01  SAVED-BLANK-RULES       PIC X(56)   VALUE SPACES.
        01  PAIR-PAYOUT-RATE        PIC 9(02)V99 VALUE 11.00.
        01  BUST-PAYOUT-RATE        PIC 9(02)V99 VALUE 2.00.
        01  SIDE-PAYOUT-AMOUNT      PIC S9(7)V99 VALUE 0.
            88  END-OF-SCAN                      VALUE "Y".
        01  REFUSAL-OUTCOME-TEXT    PIC X(10)   VALUE SPACES.
        01  REFUSAL-AMOUNT          PIC S9(7)V99 VALUE 0.
        01  DECISION-OUTCOME-TEXT   PIC X(10)   VALUE SPACES.
        01  DECISION-WAGER          PIC S9(7)V99 VALUE 0.
        01  ACCOUNT-JOURNAL-STATUS  PIC X(02)   VALUE "00".
        01  PRIOR-ACCOUNT-IMAGE     PIC X(72)   VALUE SPACES.
        01  JOURNAL-ACTION-TEXT     PIC X(08)   VALUE SPACES.
        01  STRATEGY-FILE-STATUS    PIC X(02)   VALUE "00".
        01  SIM-MODE-SWITCH         PIC X       VALUE "N".
            88  END-OF-STRATEGY                  VALUE "Y".
        01  STRAT-ROW-INDEX         PIC 9(02)   VALUE 0.
        01  STRAT-COL-INDEX         PIC 9(02)   VALUE 0.
        01  MARKER-FILE-STATUS      PIC X(02)   VALUE "00".
        01  END-OF-MARKERS-SWITCH   PIC X       VALUE "N".
            88  END-OF-MARKERS                   VALUE "Y".
        01  MARKER-OUTSTANDING      PIC S9(7)V99 VALUE 0.
        01  MARKER-DRAW-AMOUNT      PIC S9(7)V99 VALUE 0.
        01  MARKER-ANSWER           PIC X       VALUE "N".
      * TOURNAMENT PLAY: THE TOURNAMENT THIS TABLE WAS OPENED FOR,
      * THE ROUNDS ITS SESSION PLAYS, AND THE ROUND-END ELIMINATION
      * WORK - HOW MANY SEATS ARE STILL LIVE, WHICH LIVE SEAT IS
      * SHORTEST, AND WHETHER THE LAST LIVE SEAT IS TOO SHORT TO
      * COVER ANOTHER WAGER.
        01  TOURNAMENT-FILE-STATUS  PIC X(02)   VALUE "00".
        01  TOURNAMENT-MODE-SWITCH  PIC X       VALUE "N".
            88  TOURNAMENT-MODE-IS-ON            VALUE "Y".
        01  TOURNEY-ID              PIC X(08)   VALUE SPACES.
        01  TOURNEY-ROUNDS-PER-SESSION
                                    PIC 9(03)   VALUE 0.
        01  TOURNEY-ROUND-NUMBER    PIC 9(03)   VALUE 0.
        01  ENTRANT-LIVE-SWITCH     PIC X       VALUE "N".
            88  ENTRANT-IS-LIVE                  VALUE "Y".
        01  LIVE-SEAT-COUNT         PIC 9(01)   VALUE 0.
        01  LOWEST-SEAT-IDX         PIC 9(01)   VALUE 0.
        01  SHORT-SEAT-SWITCH       PIC X       VALUE "N".
            88  SHORT-SEAT-LEFT                  VALUE "Y".
        01  LEADERBOARD-STATUS      PIC X(02)   VALUE "00".
        01  END-OF-ENTRANTS-SWITCH  PIC X       VALUE "N".
            88  END-OF-ENTRANTS                  VALUE "Y".
        01  END-OF-LEADERS-SWITCH   PIC X       VALUE "N".
            88  END-OF-LEADERS                   VALUE "Y".
        01  LEADER-RANK             PIC 9(05)   VALUE 0.
        01  LEADER-RANK-ED          PIC ZZZZ9.
        01  LEADER-CHIPS-ED         PIC -(7)9.99.
        01  LEADER-ROUND-ED         PIC ZZ9.
        01  LEADER-ROUNDS-ED        PIC ZZ9.
        01  LEADER-STANDING-TEXT    PIC X(20)   VALUE SPACES.
      * PIN CHECK AT SIGN-ON: HOW MANY WRONG PINS IN A ROW LOCK THE
      * ACCOUNT, THE PIN AS KEYED, THE TEXT IT IS ENCODED FROM (THE
      * PIN, THEN THE PLAYER ID) AND THE CODE IT ENCODES TO, AND HOW
      * THE CHECK CAME OUT. THE ENCODING IS THE SAME ONE BJTELLER
      * STORES THE PIN UNDER.
        01  MAX-PIN-ATTEMPTS        PIC 9(01)   VALUE 3.
        01  PIN-ENTRY               PIC X(08)   VALUE SPACES.
        01  PIN-KEY-TEXT.
            05  PIN-KEY-PIN         PIC X(08).
            05  PIN-KEY-PLAYER-ID   PIC X(10).
        01  PIN-CHAR-IDX            PIC 9(02)   VALUE 0.
        01  PIN-CODE-WORK           PIC 9(11)   VALUE 0.
        01  PIN-CODE                PIC 9(09)   VALUE 0.
        01  PIN-CHECK-SWITCH        PIC X       VALUE "P".
            88  PIN-CHECK-PENDING                VALUE "P".
            88  PIN-IS-VERIFIED                  VALUE "Y".
            88  PIN-IS-EXEMPT                    VALUE "X".
            88  PIN-IS-REFUSED                   VALUE "N".
      * THE DECISION MATRIX A SIMULATION PLAYS FROM, INDEXED BY THE
      * HAND'S RUNNING TOTAL (1-21) AND THE DEALER'S UPCARD (ACE=1
      * THROUGH 10), ONE PLANE FOR HARD HANDS AND ONE FOR SOFT.
      * SINGLE-TABLE GAME.
            DISPLAY "ENTER TABLE ID: " WITH NO ADVANCING.
            ACCEPT TABLE-ID.
      * THE DEALER ON THE BOX IS ENTERED THE SAME WAY AND STAMPED ON
      * THE SAME RECORDS, SO HOLD CAN BE REPORTED DEALER BY DEALER.
      * A BLANK ID (AN UNATTENDED OR SIMULATED TABLE) LEAVES THE
      * SESSION OFF THE DEALER REPORT.
            DISPLAY "ENTER DEALER ID: " WITH NO ADVANCING.
            ACCEPT DEALER-ID.
            PERFORM LOAD-TABLE-RULES.
            PERFORM OPEN-AUDIT-TRAIL.
            MOVE "DEALERIN" TO DEALER-EVENT-TEXT.
            PERFORM WRITE-DEALER-RECORD.
            PERFORM OPEN-HOUSE-LEDGER.
            PERFORM OPEN-ACCOUNT-JOURNAL.
            PERFORM BUILD-SHOE.
            ACCEPT PLAYER-ID.
            PERFORM OPEN-ACCOUNT-FILE.
            PERFORM DETECT-RUN-MODE.
            IF NOT BATCH-MODE-IS-ON AND NOT SIM-MODE-IS-ON
                PERFORM DETECT-TOURNAMENT-MODE
            END-IF.
            PERFORM CHECK-FOR-CHECKPOINT.

            IF BATCH-MODE-IS-ON OR SIM-MODE-IS-ON
                    MOVE 1 TO SEAT-COUNT
                END-IF
            END-IF.
            IF NOT SIGNON-REFUSED
                PERFORM SETUP-SEAT VARYING SEAT-IDX FROM 1 BY 1
                    UNTIL SEAT-IDX > SEAT-COUNT
            END-IF.
            PERFORM OPEN-MARKER-FILE.
            IF SIGNON-REFUSED
                DISPLAY "TABLE NOT OPENED - EVERY SEAT MUST HOLD AN ",
                    "ACTIVE ACCOUNT."
            PERFORM PLAY-ONE-ROUND UNTIL DECISIONS-EXHAUSTED.
        PROGRAM-DONE.
            PERFORM CLOSE-ACCOUNT-FILE.
            MOVE "DEALEROUT" TO DEALER-EVENT-TEXT.
            PERFORM WRITE-DEALER-RECORD.
            CLOSE AUDIT-FILE.
            CLOSE HOUSE-LEDGER-FILE.
            CLOSE ACCOUNT-JOURNAL-FILE.
            CLOSE MARKER-FILE.
            IF TOURNAMENT-MODE-IS-ON
                CLOSE TOURNAMENT-FILE
                CLOSE LEADERBOARD-FILE
            END-IF.
            IF SIM-MODE-IS-ON
                IF NOT SIGNON-REFUSED
                    PERFORM WRITE-SIMULATION-SUMMARY
      * TABLE; EVERY SEAT IS THEN SETTLED AGAINST
      * THE DEALER'S HAND. PERFORMED ONCE FOR AN INTERACTIVE RUN, OR
      * REPEATEDLY IN BATCH MODE UNTIL THE DECISION FILE IS EXHAUSTED.
      * A TOURNAMENT TABLE PLAYS ITS SESSION'S ROUNDS, CLOSING EACH
      * ONE WITH AN ELIMINATION AND A LEADERBOARD.
        PLAY-ONE-ROUND.
            PERFORM RESET-ROUND-STATE.
            PERFORM PLAY-SEAT VARYING SEAT-IDX FROM 1 BY 1
                    IF HANDS-PLAYED >= SIM-HAND-COUNT
                        MOVE "Y" TO NO-MORE-DECISIONS
                    END-IF
                WHEN TOURNAMENT-MODE-IS-ON
                    PERFORM CLOSE-TOURNAMENT-ROUND
                WHEN NOT BATCH-MODE-IS-ON
                    MOVE "Y" TO NO-MORE-DECISIONS
            END-EVALUATE.
            MOVE "N" TO SEAT-SPLIT-ACTIVE(SEAT-IDX).
            MOVE "N" TO SEAT-NATURAL-SWITCH(SEAT-IDX).
            MOVE "N" TO SEAT-SITTING-OUT(SEAT-IDX).
            IF SEAT-IS-ELIMINATED(SEAT-IDX)
                MOVE "Y" TO SEAT-SITTING-OUT(SEAT-IDX)
            END-IF.

      * PLAYS ONE SEAT'S HAND (AND ITS SPLIT HAND, IF ANY) TO
      * COMPLETION. CALLED ONCE PER ACTIVE SEAT, IN SEAT ORDER, BEFORE
                PERFORM CLEAR-CHECKPOINT
            END-IF.

      * CLOSES ONE TOURNAMENT ROUND. EVERY LIVE SEAT HAS THE ROUND
      * COUNTED ON ITS ENTRY; THEN THE LIVE SEAT HOLDING THE FEWEST
      * CHIPS IS ELIMINATED FIRST (A TIE GOES AGAINST THE LATER
      * SEAT), AND AFTER IT ANY OTHER LIVE SEAT TOO SHORT OF CHIPS
      * TO COVER THE TABLE MINIMUM - BUT THE LAST LIVE SEAT AT THE
      * TABLE IS NEVER ELIMINATED. THE LEADERBOARD PRINTS AFTER
      * EVERY ROUND. THE
      * SESSION ENDS WHEN ITS ROUNDS ARE PLAYED, WHEN ONE SEAT IS
      * LEFT STANDING AT A TABLE THAT OPENED WITH SEVERAL, OR WHEN
      * THE LAST SEAT STANDING CANNOT COVER ANOTHER WAGER.
        CLOSE-TOURNAMENT-ROUND.
            ADD 1 TO TOURNEY-ROUND-NUMBER.
            PERFORM FIND-LOWEST-SEAT.
            MOVE "N" TO SHORT-SEAT-SWITCH.
            PERFORM CLOSE-SEAT-ROUND VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT.
            IF LIVE-SEAT-COUNT > 1
                MOVE LOWEST-SEAT-IDX TO SEAT-IDX
                PERFORM ELIMINATE-TOURNEY-SEAT
            END-IF.
            PERFORM CHECK-SHORT-SEAT VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT.
            PERFORM WRITE-LEADERBOARD.
            IF TOURNEY-ROUND-NUMBER >= TOURNEY-ROUNDS-PER-SESSION
                OR (SEAT-COUNT > 1 AND LIVE-SEAT-COUNT < 2)
                OR SHORT-SEAT-LEFT
                MOVE "Y" TO NO-MORE-DECISIONS
            ELSE
                PERFORM ROTATE-DEALER
            END-IF.

      * BETWEEN ROUNDS OF A SESSION THAT PLAYS ON, THE FLOOR MAY PUSH
      * A NEW DEALER ONTO THE BOX. THE OUTGOING DEALER IS LOGGED OFF
      * AND THE INCOMING ONE ON, SO EACH DEALER'S TIME ON THE BOX
      * STANDS ON THE TRAIL; A BLANK ANSWER KEEPS THE SAME DEALER.
        ROTATE-DEALER.
            DISPLAY "DEALER ROTATION - NEW DEALER ID (BLANK=SAME ",
                "DEALER): " WITH NO ADVANCING.
            MOVE SPACES TO NEW-DEALER-ID.
            ACCEPT NEW-DEALER-ID.
            IF NEW-DEALER-ID NOT = SPACES
                AND NEW-DEALER-ID NOT = DEALER-ID
                MOVE "DEALEROUT" TO DEALER-EVENT-TEXT
                PERFORM WRITE-DEALER-RECORD
                MOVE NEW-DEALER-ID TO DEALER-ID
                MOVE "DEALERIN" TO DEALER-EVENT-TEXT
                PERFORM WRITE-DEALER-RECORD
                DISPLAY "DEALER ", DEALER-ID, " IS ON THE BOX."
            END-IF.

        FIND-LOWEST-SEAT.
            MOVE 0 TO LIVE-SEAT-COUNT.
            MOVE 0 TO LOWEST-SEAT-IDX.
            PERFORM CHECK-LOWEST-SEAT VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT.

        CHECK-LOWEST-SEAT.
            IF NOT SEAT-IS-ELIMINATED(SEAT-IDX)
                ADD 1 TO LIVE-SEAT-COUNT
                IF LOWEST-SEAT-IDX = 0
                    MOVE SEAT-IDX TO LOWEST-SEAT-IDX
                ELSE
                    IF SEAT-BANKROLL-BALANCE(SEAT-IDX) <=
                        SEAT-BANKROLL-BALANCE(LOWEST-SEAT-IDX)
                        MOVE SEAT-IDX TO LOWEST-SEAT-IDX
                    END-IF
                END-IF
            END-IF.

        CLOSE-SEAT-ROUND.
            IF NOT SEAT-IS-ELIMINATED(SEAT-IDX)
                MOVE TOURNEY-ID TO TRN-TOURNEY-ID
                MOVE SEAT-PLAYER-ID(SEAT-IDX) TO TRN-PLAYER-ID
                READ TOURNAMENT-FILE
                    NOT INVALID KEY
                        ADD 1 TO TRN-ROUNDS-PLAYED
                        MOVE SEAT-BANKROLL-BALANCE(SEAT-IDX) TO
                            TRN-CHIP-COUNT
                        REWRITE TOURNAMENT-RECORD
                END-READ
            END-IF.

      * A LIVE SEAT THAT CANNOT COVER THE TABLE MINIMUM GOES OUT
      * WHILE ANOTHER SEAT IS STILL LIVE; THE LAST LIVE SEAT STAYS
      * AND, IF IT IS SHORT, ENDS THE SESSION.
        CHECK-SHORT-SEAT.
            IF NOT SEAT-IS-ELIMINATED(SEAT-IDX)
                AND SEAT-BANKROLL-BALANCE(SEAT-IDX)
                    < TABLE-MINIMUM-WAGER
                IF LIVE-SEAT-COUNT > 1
                    PERFORM ELIMINATE-TOURNEY-SEAT
                END-IF
                IF NOT SEAT-IS-ELIMINATED(SEAT-IDX)
                    MOVE "Y" TO SHORT-SEAT-SWITCH
                END-IF
            END-IF.

        ELIMINATE-TOURNEY-SEAT.
            MOVE TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                NOT INVALID KEY
                    PERFORM ELIMINATE-SEAT
                    REWRITE TOURNAMENT-RECORD
            END-READ.

      * KNOCKS A SEAT OUT OF THE TOURNAMENT: THE ENTRY IS MARKED
      * ELIMINATED AT THE ROUND COUNT IT REACHED, AND THE
      * ELIMINATION GOES ON THE TRAIL AS A "T-ELIM" RECORD. THE
      * CALLER REWRITES THE ENTRY.
        ELIMINATE-SEAT.
            MOVE "Y" TO SEAT-ELIMINATED(SEAT-IDX).
            SUBTRACT 1 FROM LIVE-SEAT-COUNT.
            MOVE "E" TO TRN-ENTRANT-STATUS.
            MOVE TRN-ROUNDS-PLAYED TO TRN-ELIMINATED-ROUND.
            DISPLAY "SEAT ", SEAT-IDX, " (",
                SEAT-PLAYER-ID(SEAT-IDX), ") IS ELIMINATED WITH ",
                SEAT-BANKROLL-BALANCE(SEAT-IDX), " CHIPS.".
            MOVE "T-ELIM" TO REFUSAL-OUTCOME-TEXT.
            MOVE SEAT-BANKROLL-BALANCE(SEAT-IDX) TO REFUSAL-AMOUNT.
            PERFORM WRITE-REFUSAL-RECORD.

      * PRINTS THE WHOLE TOURNAMENT FIELD, EVERY TABLE'S ENTRANTS,
      * RANKED AS IT STANDS AFTER THIS TABLE'S ROUND.
        WRITE-LEADERBOARD.
            MOVE TOURNEY-ROUND-NUMBER TO LEADER-ROUND-ED.
            MOVE SPACES TO LEADERBOARD-RECORD.
            STRING "LEADERBOARD - TOURNAMENT "  DELIMITED BY SIZE
                   TOURNEY-ID                   DELIMITED BY SIZE
                   " - TABLE "                  DELIMITED BY SIZE
                   TABLE-ID                     DELIMITED BY SIZE
                   " ROUND "                    DELIMITED BY SIZE
                   LEADER-ROUND-ED              DELIMITED BY SIZE
                   " - "                        DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:12)  DELIMITED BY SIZE
                INTO LEADERBOARD-RECORD.
            WRITE LEADERBOARD-RECORD.
            MOVE SPACES TO LEADERBOARD-RECORD.
            WRITE LEADERBOARD-RECORD.
            MOVE SPACES TO LEADERBOARD-RECORD.
            STRING " RANK  PLAYER ID          CHIPS  TABLE  ROUNDS"
                                                DELIMITED BY SIZE
                   "  STANDING"                 DELIMITED BY SIZE
                INTO LEADERBOARD-RECORD.
            WRITE LEADERBOARD-RECORD.
            SORT LEADER-SORT-FILE
                ON ASCENDING KEY LDR-STANDING
                   DESCENDING KEY LDR-ELIMINATED-ROUND LDR-CHIP-COUNT
                   ASCENDING KEY LDR-PLAYER-ID
                INPUT PROCEDURE RELEASE-ENTRANTS
                OUTPUT PROCEDURE PRINT-LEADERS.
            MOVE SPACES TO LEADERBOARD-RECORD.
            WRITE LEADERBOARD-RECORD.

      * FEEDS THE SORT EVERY ENTRANT OF THIS TOURNAMENT - THE
      * RECORDS KEYED AFTER THE HEADER, UP TO THE NEXT TOURNAMENT
      * ID.
        RELEASE-ENTRANTS.
            MOVE "N" TO END-OF-ENTRANTS-SWITCH.
            MOVE TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SPACES TO TRN-PLAYER-ID.
            START TOURNAMENT-FILE KEY > TRN-KEY
                INVALID KEY
                    MOVE "Y" TO END-OF-ENTRANTS-SWITCH
            END-START.
            PERFORM RELEASE-ONE-ENTRANT UNTIL END-OF-ENTRANTS.

        RELEASE-ONE-ENTRANT.
            READ TOURNAMENT-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO END-OF-ENTRANTS-SWITCH
                NOT AT END
                    IF TRN-TOURNEY-ID NOT = TOURNEY-ID
                        MOVE "Y" TO END-OF-ENTRANTS-SWITCH
                    ELSE
                        MOVE TRN-ENTRANT-STATUS TO LDR-STANDING
                        MOVE TRN-ELIMINATED-ROUND TO
                            LDR-ELIMINATED-ROUND
                        MOVE TRN-CHIP-COUNT TO LDR-CHIP-COUNT
                        MOVE TRN-PLAYER-ID TO LDR-PLAYER-ID
                        MOVE TRN-TABLE-ID TO LDR-TABLE-ID
                        MOVE TRN-ROUNDS-PLAYED TO LDR-ROUNDS-PLAYED
                        RELEASE LEADER-SORT-RECORD
                    END-IF
            END-READ.

        PRINT-LEADERS.
            MOVE 0 TO LEADER-RANK.
            MOVE "N" TO END-OF-LEADERS-SWITCH.
            PERFORM RETURN-LEADER.
            PERFORM PRINT-ONE-LEADER UNTIL END-OF-LEADERS.

        RETURN-LEADER.
            RETURN LEADER-SORT-FILE
                AT END
                    MOVE "Y" TO END-OF-LEADERS-SWITCH
            END-RETURN.

        PRINT-ONE-LEADER.
            ADD 1 TO LEADER-RANK.
            MOVE LEADER-RANK TO LEADER-RANK-ED.
            MOVE LDR-CHIP-COUNT TO LEADER-CHIPS-ED.
            MOVE LDR-ROUNDS-PLAYED TO LEADER-ROUNDS-ED.
            IF LDR-STANDING = "E"
                MOVE LDR-ELIMINATED-ROUND TO LEADER-ROUND-ED
                MOVE SPACES TO LEADER-STANDING-TEXT
                STRING "OUT IN ROUND "      DELIMITED BY SIZE
                       LEADER-ROUND-ED      DELIMITED BY SIZE
                    INTO LEADER-STANDING-TEXT
            ELSE
                MOVE "LIVE" TO LEADER-STANDING-TEXT
            END-IF.
            MOVE SPACES TO LEADERBOARD-RECORD.
            STRING LEADER-RANK-ED               DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   LDR-PLAYER-ID                DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   LEADER-CHIPS-ED              DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   LDR-TABLE-ID                 DELIMITED BY SIZE
                   "     "                      DELIMITED BY SIZE
                   LEADER-ROUNDS-ED             DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   LEADER-STANDING-TEXT         DELIMITED BY SIZE
                INTO LEADERBOARD-RECORD.
            WRITE LEADERBOARD-RECORD.
            PERFORM RETURN-LEADER.

      * READS THE TABLE-RULES FILE, IF ONE HAS BEEN PROVIDED, FOR
      * THE RECORD BELONGING TO THIS SESSION'S TABLE AND PUTS ITS
      * LIMITS AND HOUSE RULES IN FORCE FOR THE WHOLE RUN. THE FILE
                    SIM-HAND-COUNT, " HAND(S) AT ", SIM-FLAT-WAGER
            END-IF.

      * A LIVE TABLE MAY BE OPENED FOR A TOURNAMENT THE CAGE HAS SET
      * UP IN BJTELLER RATHER THAN FOR CASH. A BLANK ID PLAYS THE
      * USUAL CASH GAME; AN ID WITH NO OPEN TOURNAMENT BEHIND IT
      * (NONE ON FILE, OR ONE BJTOURN HAS ALREADY PAID OUT) KEEPS
      * THE TABLE SHUT RATHER THAN QUIETLY PLAYING FOR CASH. AN
      * UNATTENDED RUN IS NEVER A TOURNAMENT TABLE.
        DETECT-TOURNAMENT-MODE.
            DISPLAY "TOURNAMENT ID (BLANK=CASH GAME): "
                WITH NO ADVANCING.
            ACCEPT TOURNEY-ID.
            IF TOURNEY-ID NOT = SPACES
                OPEN I-O TOURNAMENT-FILE
                IF TOURNAMENT-FILE-STATUS = "00"
                    MOVE TOURNEY-ID TO TRN-TOURNEY-ID
                    MOVE SPACES TO TRN-PLAYER-ID
                    READ TOURNAMENT-FILE
                        NOT INVALID KEY
                            IF TRH-IS-OPEN
                                MOVE "Y" TO TOURNAMENT-MODE-SWITCH
                                MOVE TRH-ROUNDS-PER-SESSION TO
                                    TOURNEY-ROUNDS-PER-SESSION
                            END-IF
                    END-READ
                    IF NOT TOURNAMENT-MODE-IS-ON
                        CLOSE TOURNAMENT-FILE
                    END-IF
                END-IF
                IF TOURNAMENT-MODE-IS-ON
                    PERFORM OPEN-LEADERBOARD-REPORT
                    DISPLAY "TOURNAMENT ", TOURNEY-ID, " - ",
                        TOURNEY-ROUNDS-PER-SESSION,
                        " ROUND(S) THIS SESSION."
                ELSE
                    DISPLAY "NO OPEN TOURNAMENT ", TOURNEY-ID, "."
                    MOVE "Y" TO SIGNON-REFUSED-SWITCH
                END-IF
            END-IF.

      * OPENS THE LEADERBOARD REPORT FOR APPEND, THE SAME WAY THE
      * TRAIL IS KEPT, SO EVERY ROUND OF EVERY TOURNAMENT TABLE
      * STACKS UP IN THE ONE REPORT.
        OPEN-LEADERBOARD-REPORT.
            OPEN EXTEND LEADERBOARD-FILE.
            IF LEADERBOARD-STATUS = "35"
                OPEN OUTPUT LEADERBOARD-FILE
                CLOSE LEADERBOARD-FILE
                OPEN EXTEND LEADERBOARD-FILE
            END-IF.

        INIT-STRATEGY-ROW.
            PERFORM INIT-STRATEGY-CELL
                VARYING STRAT-COL-INDEX FROM 1 BY 1
            PERFORM TRY-ONE-WAGER UNTIL WAGER-IS-VALID
                OR DECISIONS-EXHAUSTED.
            IF NOT BATCH-MODE-IS-ON AND NOT SIM-MODE-IS-ON
                AND NOT TOURNAMENT-MODE-IS-ON
                AND NOT DECISIONS-EXHAUSTED
                PERFORM OFFER-SIDE-WAGERS
            END-IF.
      * CARDS MATCHING, AND A BUST BONUS THAT RIDES ON THE DEALER
      * BUSTING. ONLY OFFERED AT A LIVE TABLE - THE DECISION-FILE
      * LAYOUT SPEAKS ONLY FOR THE MAIN WAGER AND THE PLAY LETTERS,
      * SO AN UNATTENDED RUN PLAYS NO SIDE BETS. A TOURNAMENT TABLE
      * PLAYS THE MAIN GAME AND INSURANCE ONLY. A SIDE BET MAY NOT
      * EXCEED THE MAIN WAGER, AND THE BANKROLL MUST COVER ALL THE
      * MONEY THE SEAT WOULD HAVE RIDING AT ONCE; A BET THAT FAILS
      * EITHER TEST IS SIMPLY DECLINED, NOT RE-PROMPTED.
            END-IF.

      * REJECTS A WAGER BELOW TABLE MINIMUM, ABOVE TABLE MAXIMUM, OR
      * GREATER THAN THE SEAT'S OWN BANKROLL BALANCE. A SEAT WITH A
      * CREDIT LINE AT THE CAGE MAY COVER THE SHORTFALL WITH A
      * MARKER, UP TO THE CREDIT IT HAS NOT YET USED - BEYOND THAT
      * THE WAGER IS REFUSED THE SAME AS ONE WITH NO CREDIT AT ALL.
        WAGER-VALIDATION.
            EVALUATE TRUE
                WHEN SEAT-WAGER-AMOUNT(SEAT-IDX) < TABLE-MINIMUM-WAGER
                    MOVE "N" TO WAGER-VALID-SWITCH
                WHEN SEAT-WAGER-AMOUNT(SEAT-IDX)
                        > SEAT-BANKROLL-BALANCE(SEAT-IDX)
                        + SEAT-CREDIT-AVAILABLE(SEAT-IDX)
                    DISPLAY "WAGER EXCEEDS SEAT ", SEAT-IDX,
                        "'S BANKROLL BALANCE"
                    MOVE "N" TO WAGER-VALID-SWITCH
                WHEN SEAT-WAGER-AMOUNT(SEAT-IDX)
                        > SEAT-BANKROLL-BALANCE(SEAT-IDX)
                    PERFORM OFFER-MARKER
                WHEN OTHER
                    MOVE "Y" TO WAGER-VALID-SWITCH
            END-EVALUATE.

      * THE BANKROLL IS SHORT OF THE WAGER BUT THE SEAT'S UNUSED
      * CREDIT COVERS THE DIFFERENCE. AT A LIVE TABLE THE PLAYER
      * MUST AGREE TO SIGN FOR IT; A SCRIPTED BATCH WAGER IS THE
      * PLAYER'S WORD ALREADY AND DRAWS WITHOUT ASKING. (A
      * SIMULATION NEVER GETS HERE - ITS FLAT WAGER ENDS THE RUN
      * ONCE THE BANKROLL CANNOT COVER IT.) THE MARKER IS FOR THE
      * SHORTFALL ONLY, NEVER A ROUND SUM OVER IT.
        OFFER-MARKER.
            COMPUTE MARKER-DRAW-AMOUNT =
                SEAT-WAGER-AMOUNT(SEAT-IDX)
                - SEAT-BANKROLL-BALANCE(SEAT-IDX).
            IF BATCH-MODE-IS-ON
                MOVE "Y" TO MARKER-ANSWER
            ELSE
                DISPLAY "BANKROLL IS SHORT - SIGN A MARKER FOR ",
                    MARKER-DRAW-AMOUNT, "? (Y/N): " WITH NO ADVANCING
                ACCEPT MARKER-ANSWER
            END-IF.
            IF MARKER-ANSWER = "Y"
                PERFORM DRAW-MARKER
                MOVE "Y" TO WAGER-VALID-SWITCH
            ELSE
                DISPLAY "WAGER EXCEEDS SEAT ", SEAT-IDX,
                    "'S BANKROLL BALANCE"
                MOVE "N" TO WAGER-VALID-SWITCH
            END-IF.

      * ADVANCES THE MARKER ONTO THE SEAT'S BANKROLL: THE SEAT'S
      * RUNNING COPY AND UNUSED CREDIT MOVE AT ONCE, THE ACCOUNT
      * MASTER IS RE-READ AND CREDITED THE SAME WAY A SETTLEMENT IS
      * APPLIED, AND THE MARKER GOES TO THE MARKERS FILE AS AN ISSUE
      * AND TO THE AUDIT TRAIL AS A "MARKER" OUTCOME SO THE NIGHT'S
      * RECONCILIATION SEES THE MONEY ARRIVE. A DRAW IS NOT A LOSS
      * AND DOES NOT TOUCH THE SEAT'S DAY LOSS.
        DRAW-MARKER.
            ADD MARKER-DRAW-AMOUNT TO SEAT-BANKROLL-BALANCE(SEAT-IDX).
            SUBTRACT MARKER-DRAW-AMOUNT FROM
                SEAT-CREDIT-AVAILABLE(SEAT-IDX).
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                NOT INVALID KEY
                    MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                    ADD MARKER-DRAW-AMOUNT TO ACCT-BANKROLL-BAL
                    REWRITE ACCOUNT-RECORD
                    MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                    PERFORM WRITE-ACCOUNT-JOURNAL
            END-READ.
            PERFORM WRITE-MARKER-ISSUE.
            PERFORM WRITE-MARKER-AUDIT-RECORD.
            DISPLAY "MARKER DRAWN FOR ", MARKER-DRAW-AMOUNT,
                " - CREDIT LEFT ", SEAT-CREDIT-AVAILABLE(SEAT-IDX).

      * LOOKS FOR A CHECKPOINT LEFT BY A PRIOR RUN THAT NEVER REACHED
      * PROGRAM-DONE (AN ABEND MID-HAND). IF ONE MATCHES THIS PLAYER,
      * OFFERS TO PICK THE HAND BACK UP INSTEAD OF STARTING OVER. A
                        WITH NO ADVANCING
                    ACCEPT HIT-OR-STAY
            END-EVALUATE.
      * A HIT OR A STAND IS THE PLAYER'S DECISION THE MOMENT IT IS
      * GIVEN; A DOUBLE OR A SPLIT IS LOGGED BY ITS OWN PARAGRAPH
      * ONCE THE BANKROLL HAS COVERED IT. A STAND FORCED BY A BATCH
      * DECISIONS FILE RUNNING DRY WAS NOBODY'S DECISION.
            IF NOT DECISIONS-EXHAUSTED
                MOVE ACTIVE-WAGER TO DECISION-WAGER
                EVALUATE HIT-OR-STAY
                    WHEN "H"
                        MOVE "DEC-HIT" TO DECISION-OUTCOME-TEXT
                        PERFORM WRITE-DECISION-RECORD
                    WHEN "S"
                        MOVE "DEC-STAND" TO DECISION-OUTCOME-TEXT
                        PERFORM WRITE-DECISION-RECORD
                END-EVALUATE
            END-IF.

      * MAKES ONE SIMULATED DECISION FROM THE MATRIX: THE HAND'S
      * RUNNING TOTAL PICKS THE ROW (SOFT OR HARD PLANE BY WHETHER
                        PERFORM TAKE-INSURANCE
                    END-IF
            END-EVALUATE.
      * AN OFFER THE BANKROLL COULD NOT COVER LEAVES NO INSURANCE
      * WAGER BEHIND IT AND IS LOGGED AS DECLINED - THE HAND PLAYED
      * ON UNINSURED EITHER WAY.
            IF NOT DECISIONS-EXHAUSTED
                MOVE SEAT-WAGER-AMOUNT(SEAT-IDX) TO DECISION-WAGER
                IF SEAT-INSURANCE-WAGER(SEAT-IDX) > 0
                    MOVE "DEC-INSURE" TO DECISION-OUTCOME-TEXT
                ELSE
                    MOVE "DEC-NOINS" TO DECISION-OUTCOME-TEXT
                END-IF
                PERFORM WRITE-DECISION-RECORD
            END-IF.

      * BOOKS THE INSURANCE BET AT HALF THE SEAT'S WAGER, PROVIDED
      * THE SEAT'S BANKROLL CAN STILL COVER BOTH THE WAGER AND THE
      * THE HOUSE'S GAIN IS THE SEAT'S LOSS, SO THE SAME SWING
      * FEEDS THE SEAT'S RUNNING DAY LOSS FOR THE DAILY-CAP
      * CONTROL - EVERY SETTLEMENT PATH COMES THROUGH HERE.
      * A TOURNAMENT SEAT PLAYS FOR CHIPS, NOT MONEY, SO ITS
      * SETTLEMENTS LAND ON THE ENTRANT'S CHIP COUNT INSTEAD AND
      * THE ACCOUNT MASTER NEVER MOVES.
        APPLY-ACCOUNT-DELTA.
            IF TOURNAMENT-MODE-IS-ON
                PERFORM APPLY-CHIP-COUNT
            ELSE
                ADD HOUSE-RESULT-AMOUNT TO SEAT-DAY-LOSS(SEAT-IDX)
                MOVE SEAT-PLAYER-ID(SEAT-IDX) TO ACCT-PLAYER-ID
                READ ACCOUNT-FILE
                    NOT INVALID KEY
                        MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                        COMPUTE ACCT-BANKROLL-BAL =
                            ACCT-BANKROLL-BAL - HOUSE-RESULT-AMOUNT
                        REWRITE ACCOUNT-RECORD
                        MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                        PERFORM WRITE-ACCOUNT-JOURNAL
                END-READ
            END-IF.

      * LANDS A TOURNAMENT SEAT'S RUNNING CHIP COUNT ON ITS ENTRY
      * AFTER EVERY SETTLEMENT, SO THE LEADERBOARD (AND ANY OTHER
      * TABLE IN THE SAME TOURNAMENT) SEES IT AT ONCE. THE SEAT'S
      * IN-STORAGE COUNT IS THE ONE TRUE COPY - THE ACCOUNT'S
      * IN-USE CLAIM KEEPS THE ENTRANT AT THIS TABLE ALONE.
        APPLY-CHIP-COUNT.
            MOVE TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                NOT INVALID KEY
                    MOVE SEAT-BANKROLL-BALANCE(SEAT-IDX) TO
                        TRN-CHIP-COUNT
                    REWRITE TOURNAMENT-RECORD
            END-READ.

      * OPENS THE ACCOUNT MASTER FILE FOR THE WHOLE RUN, CREATING IT
      * SIGN-ON ALSO PICKS UP THE SEAT'S DAILY LOSS CAP AND SEEDS
      * ITS RUNNING DAY LOSS FROM THE SETTLEMENTS ALREADY ON THE
      * TRAIL, SO A PLAYER CANNOT DODGE THE CAP BY STARTING A FRESH
      * SESSION. A PLAYER WITH A CREDIT LINE HAS THE MARKERS FILE
      * READ FOR WHAT IS ALREADY OUTSTANDING, SO THE SEAT CAN ONLY
      * DRAW THE CREDIT THAT IS STILL UNUSED. AT A TOURNAMENT TABLE
      * THE PLAYER MUST ALSO HOLD A LIVE ENTRY IN THE TOURNAMENT,
      * AND THE SEAT THEN PLAYS THE ENTRY'S CHIPS RATHER THAN THE
      * BANKROLL. AN ACCOUNT THE PIN CHECK HAS LOCKED IS REFUSED
      * OUTRIGHT; ANY OTHER ACCOUNT CLEARED TO SIT MUST STILL PASS
      * THE PIN CHECK BEFORE THE SEAT CLAIMS IT.
        OPEN-SEAT-ACCOUNT.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                    MOVE "N" TO SEAT-ACTIVE(SEAT-IDX)
                    MOVE "Y" TO SIGNON-REFUSED-SWITCH
                NOT INVALID KEY
                    IF TOURNAMENT-MODE-IS-ON
                        PERFORM READ-SEAT-ENTRANT
                    END-IF
                    EVALUATE TRUE
                        WHEN ACCT-IS-DORMANT
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " IS DORMANT - SEE THE CAGE TO ",
                                "REACTIVATE IT."
                            MOVE "N" TO SEAT-ACTIVE(SEAT-IDX)
                            MOVE "Y" TO SIGNON-REFUSED-SWITCH
                        WHEN NOT ACCT-IS-ACTIVE
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                            MOVE "EXCLREF" TO REFUSAL-OUTCOME-TEXT
                            MOVE 0 TO REFUSAL-AMOUNT
                            PERFORM WRITE-REFUSAL-RECORD
                        WHEN ACCT-PIN-IS-LOCKED
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " IS LOCKED AFTER TOO MANY WRONG ",
                                "PINS - SEE THE CAGE."
                            MOVE "N" TO SEAT-ACTIVE(SEAT-IDX)
                            MOVE "Y" TO SIGNON-REFUSED-SWITCH
                        WHEN ACCT-IS-IN-USE
                            AND NOT (SEAT-IDX = 1
                                AND RESUME-IS-PENDING)
                                " IS ALREADY IN PLAY ELSEWHERE."
                            MOVE "N" TO SEAT-ACTIVE(SEAT-IDX)
                            MOVE "Y" TO SIGNON-REFUSED-SWITCH
                        WHEN TOURNAMENT-MODE-IS-ON
                            AND NOT ENTRANT-IS-LIVE
                            DISPLAY "PLAYER ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " HOLDS NO LIVE ENTRY IN ",
                                "TOURNAMENT ", TOURNEY-ID,
                                " - SEE THE CAGE."
                            MOVE "N" TO SEAT-ACTIVE(SEAT-IDX)
                            MOVE "Y" TO SIGNON-REFUSED-SWITCH
                        WHEN OTHER
                            PERFORM VERIFY-SEAT-PIN
                            IF PIN-IS-REFUSED
                                MOVE "N" TO SEAT-ACTIVE(SEAT-IDX)
                                MOVE "Y" TO SIGNON-REFUSED-SWITCH
                            ELSE
                                PERFORM CLAIM-SEAT-ACCOUNT
                            END-IF
                    END-EVALUATE
            END-READ.

      * A SIGN-ON THAT PASSED EVERY CHECK CLAIMS THE ACCOUNT FOR THE
      * SEAT AND LOADS WHAT THE SEAT PLAYS UNDER. AFTER A PIN PROMPT
      * THE RECORD IN HAND IS THE ONE READ ONCE THE PIN WAS KEYED,
      * SO THE CLAIM NEVER WRITES BACK A RECORD THAT WAITED ON THE
      * PLAYER. A PIN KEYED
      * CORRECTLY CLEARS ANY WRONG ONES COUNTED BEFORE IT; AN
      * EXEMPT SIGN-ON KEYED NO PIN AND LEAVES THE COUNT ALONE.
        CLAIM-SEAT-ACCOUNT.
            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE.
            MOVE "Y" TO ACCT-IN-USE.
            IF PIN-IS-VERIFIED
                MOVE 0 TO ACCT-PIN-FAILURES
            END-IF.
            REWRITE ACCOUNT-RECORD.
            MOVE "REWRITE" TO JOURNAL-ACTION-TEXT.
            PERFORM WRITE-ACCOUNT-JOURNAL.
            MOVE ACCT-BANKROLL-BAL TO SEAT-BANKROLL-BALANCE(SEAT-IDX).
            IF ACCT-DAILY-LOSS-CAP IS NUMERIC
                MOVE ACCT-DAILY-LOSS-CAP TO SEAT-LOSS-CAP(SEAT-IDX)
            ELSE
                MOVE 0 TO SEAT-LOSS-CAP(SEAT-IDX)
            END-IF.
            IF SEAT-LOSS-CAP(SEAT-IDX) > 0
                PERFORM SCAN-DAY-LOSS
            ELSE
                MOVE 0 TO SEAT-DAY-LOSS(SEAT-IDX)
            END-IF.
            IF ACCT-CREDIT-LIMIT IS NUMERIC
                AND ACCT-CREDIT-LIMIT > 0
                PERFORM SCAN-MARKER-BALANCE
            ELSE
                MOVE 0 TO SEAT-CREDIT-AVAILABLE(SEAT-IDX)
            END-IF.
            IF TOURNAMENT-MODE-IS-ON
                PERFORM SEAT-TOURNAMENT-ENTRANT
            END-IF.
            PERFORM WRITE-SIGNON-RECORD.

      * ASKS THE PLAYER AT THE SEAT FOR THE ACCOUNT'S PIN. BATCH AND
      * SIMULATION RUNS HAVE NOBODY AT THE SEAT TO ASK, SO THEY SIGN
      * ON WITHOUT ONE AND THE EXEMPTION GOES ON THE TRAIL AS A
      * "PINEXEMPT" RECORD. AN ACCOUNT THE CAGE HAS NEVER SET A PIN
      * ON CANNOT BE PLAYED INTERACTIVELY AT ALL. OTHERWISE THE PIN
      * IS ASKED FOR UNTIL IT IS KEYED RIGHT OR THE ACCOUNT LOCKS.
        VERIFY-SEAT-PIN.
            MOVE "P" TO PIN-CHECK-SWITCH.
            EVALUATE TRUE
                WHEN BATCH-MODE-IS-ON
                WHEN SIM-MODE-IS-ON
                    MOVE "X" TO PIN-CHECK-SWITCH
                    MOVE "PINEXEMPT" TO REFUSAL-OUTCOME-TEXT
                    MOVE 0 TO REFUSAL-AMOUNT
                    PERFORM WRITE-REFUSAL-RECORD
                WHEN ACCT-PIN-CODE IS NOT NUMERIC
                    DISPLAY "NO PIN IS SET ON ACCOUNT ",
                        SEAT-PLAYER-ID(SEAT-IDX), " - SEE THE CAGE."
                    MOVE "N" TO PIN-CHECK-SWITCH
                WHEN OTHER
                    PERFORM ACCEPT-SEAT-PIN UNTIL NOT PIN-CHECK-PENDING
            END-EVALUATE.

      * ONE TRY AT THE PIN. THE PLAYER MAY SIT AT THE PROMPT FOR
      * SOME TIME, AND THE CAGE OR ANOTHER TABLE MAY CHANGE THE
      * ACCOUNT MEANWHILE, SO ONCE THE PIN IS IN HAND THE ACCOUNT
      * IS READ AFRESH AND EVERYTHING AFTER - THE PIN TEST, A WRONG
      * PIN COUNTED, OR THE CLAIM THAT FOLLOWS A RIGHT ONE - WORKS
      * ON THAT FRESH RECORD WITH NO FURTHER INPUT IN BETWEEN.
        ACCEPT-SEAT-PIN.
            DISPLAY "PIN FOR ", SEAT-PLAYER-ID(SEAT-IDX), ": "
                WITH NO ADVANCING.
            ACCEPT PIN-ENTRY.
            PERFORM REREAD-SEAT-ACCOUNT.
            IF PIN-CHECK-PENDING
                PERFORM ENCODE-PIN
                IF PIN-CODE = ACCT-PIN-CODE
                    MOVE "Y" TO PIN-CHECK-SWITCH
                ELSE
                    PERFORM COUNT-WRONG-PIN
                END-IF
            END-IF.

      * READS THE SEAT'S ACCOUNT AGAIN AFTER A PIN IS KEYED AND
      * MAKES THE SIGN-ON TESTS OVER ON WHAT IS THERE NOW. AN
      * ACCOUNT BARRED, EXCLUDED, LOCKED, CLAIMED BY ANOTHER TABLE
      * OR STRIPPED OF ITS PIN WHILE THE PROMPT WAITED IS REFUSED,
      * AND NOTHING IS WRITTEN BACK TO IT.
        REREAD-SEAT-ACCOUNT.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    DISPLAY "UNKNOWN PLAYER ID ",
                        SEAT-PLAYER-ID(SEAT-IDX),
                        " - SEE THE CAGE TO ENROLL."
                    MOVE "N" TO PIN-CHECK-SWITCH
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT ACCT-IS-ACTIVE
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " IS NOT ACTIVE - SEE THE CAGE."
                            MOVE "N" TO PIN-CHECK-SWITCH
                        WHEN ACCT-EXCLUDED-UNTIL NOT = SPACES
                            AND ACCT-EXCLUDED-UNTIL >=
                                FUNCTION CURRENT-DATE(1:8)
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " IS SELF-EXCLUDED UNTIL ",
                                ACCT-EXCLUDED-UNTIL,
                                " - SEE THE CAGE."
                            MOVE "N" TO PIN-CHECK-SWITCH
                            MOVE "EXCLREF" TO REFUSAL-OUTCOME-TEXT
                            MOVE 0 TO REFUSAL-AMOUNT
                            PERFORM WRITE-REFUSAL-RECORD
                        WHEN ACCT-PIN-IS-LOCKED
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " IS LOCKED AFTER TOO MANY WRONG ",
                                "PINS - SEE THE CAGE."
                            MOVE "N" TO PIN-CHECK-SWITCH
                        WHEN ACCT-IS-IN-USE
                            AND NOT (SEAT-IDX = 1
                                AND RESUME-IS-PENDING)
                            DISPLAY "ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " IS ALREADY IN PLAY ELSEWHERE."
                            MOVE "N" TO PIN-CHECK-SWITCH
                        WHEN ACCT-PIN-CODE IS NOT NUMERIC
                            DISPLAY "NO PIN IS SET ON ACCOUNT ",
                                SEAT-PLAYER-ID(SEAT-IDX),
                                " - SEE THE CAGE."
                            MOVE "N" TO PIN-CHECK-SWITCH
                    END-EVALUATE
            END-READ.

      * A WRONG PIN IS COUNTED ON THE ACCOUNT AT ONCE - NOT AT
      * SESSION END - SO WALKING AWAY FROM THE PROMPT CANNOT WIPE
      * IT, AND GOES ON THE TRAIL AS A "PINFAIL" RECORD CARRYING
      * THE COUNT SO FAR. THE WRONG PIN THAT BRINGS THE COUNT TO
      * THE LIMIT ALSO LOCKS THE ACCOUNT, LOGGED AS A "PINLOCK"
      * RECORD; ONLY THE CAGE CAN UNLOCK IT. ONLY THE COUNT AND THE
      * LOCK ARE CHANGED ON THE RECORD JUST READ.
        COUNT-WRONG-PIN.
            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE.
            IF ACCT-PIN-FAILURES IS NOT NUMERIC
                MOVE 0 TO ACCT-PIN-FAILURES
            END-IF.
            ADD 1 TO ACCT-PIN-FAILURES.
            IF ACCT-PIN-FAILURES >= MAX-PIN-ATTEMPTS
                MOVE "L" TO ACCT-PIN-LOCK
            END-IF.
            REWRITE ACCOUNT-RECORD.
            MOVE "REWRITE" TO JOURNAL-ACTION-TEXT.
            PERFORM WRITE-ACCOUNT-JOURNAL.
            MOVE "PINFAIL" TO REFUSAL-OUTCOME-TEXT.
            MOVE ACCT-PIN-FAILURES TO REFUSAL-AMOUNT.
            PERFORM WRITE-REFUSAL-RECORD.
            IF ACCT-PIN-IS-LOCKED
                MOVE "PINLOCK" TO REFUSAL-OUTCOME-TEXT
                PERFORM WRITE-REFUSAL-RECORD
                DISPLAY "WRONG PIN - ACCOUNT ",
                    SEAT-PLAYER-ID(SEAT-IDX),
                    " IS NOW LOCKED. SEE THE CAGE."
                MOVE "N" TO PIN-CHECK-SWITCH
            ELSE
                DISPLAY "WRONG PIN."
            END-IF.

      * ENCODES THE PIN JUST KEYED INTO THE NINE-DIGIT CODE THE
      * MASTER CARRIES. THE PIN AND THE PLAYER ID ARE FOLDED
      * TOGETHER CHARACTER BY CHARACTER, SO THE SAME PIN ON TWO
      * ACCOUNTS NEVER SHOWS AS THE SAME CODE.
        ENCODE-PIN.
            MOVE PIN-ENTRY TO PIN-KEY-PIN.
            MOVE ACCT-PLAYER-ID TO PIN-KEY-PLAYER-ID.
            MOVE 7 TO PIN-CODE-WORK.
            PERFORM ENCODE-ONE-PIN-CHARACTER
                VARYING PIN-CHAR-IDX FROM 1 BY 1
                UNTIL PIN-CHAR-IDX > 18.
            MOVE PIN-CODE-WORK TO PIN-CODE.

        ENCODE-ONE-PIN-CHARACTER.
            COMPUTE PIN-CODE-WORK = FUNCTION MOD(
                PIN-CODE-WORK * 31
                + FUNCTION ORD(PIN-KEY-TEXT(PIN-CHAR-IDX:1)),
                999999937).

      * READS THE SEAT'S ENTRY IN THE TOURNAMENT. ONLY AN ENTRANT
      * STILL LIVE MAY SIT DOWN.
        READ-SEAT-ENTRANT.
            MOVE "N" TO ENTRANT-LIVE-SWITCH.
            MOVE TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                NOT INVALID KEY
                    IF TRN-IS-LIVE
                        MOVE "Y" TO ENTRANT-LIVE-SWITCH
                    END-IF
            END-READ.

      * PUTS A TOURNAMENT SEAT ON ITS CHIPS: THE ENTRY READ AT
      * SIGN-ON SUPPLIES THE BALANCE THE SEAT PLAYS, AND NEITHER THE
      * DAILY LOSS CAP NOR THE CREDIT LINE APPLIES TO CHIPS - THE
      * ENTRY FEE WAS THE PLAYER'S WHOLE STAKE. THE ENTRY IS MARKED
      * WITH THE TABLE IT IS PLAYING AT.
        SEAT-TOURNAMENT-ENTRANT.
            MOVE TRN-CHIP-COUNT TO SEAT-BANKROLL-BALANCE(SEAT-IDX).
            MOVE 0 TO SEAT-LOSS-CAP(SEAT-IDX).
            MOVE 0 TO SEAT-DAY-LOSS(SEAT-IDX).
            MOVE 0 TO SEAT-CREDIT-AVAILABLE(SEAT-IDX).
            MOVE "N" TO SEAT-ELIMINATED(SEAT-IDX).
            MOVE TABLE-ID TO TRN-TABLE-ID.
            REWRITE TOURNAMENT-RECORD.

      * RELEASES EVERY SEAT'S CLAIM ON ITS ACCOUNT RECORD, THEN
      * CLOSES THE ACCOUNT MASTER FILE. THE BALANCES THEMSELVES
      * WERE ALREADY APPLIED SETTLEMENT BY SETTLEMENT, SO THERE IS
            END-IF.
            PERFORM READ-SCAN-RECORD.

      * WORKS OUT THE SEAT'S UNUSED CREDIT: THE LIMIT ON THE ACCOUNT
      * LESS WHAT THE MARKERS FILE SAYS THE PLAYER STILL OWES -
      * EVERY ISSUE LESS EVERY REPAYMENT AND WRITE-OFF. A LIMIT THE
      * CAGE HAS CUT BELOW THE OUTSTANDING BALANCE LEAVES NOTHING
      * TO DRAW, NEVER A NEGATIVE LINE. THE FILE IS READ HERE, AT
      * SIGN-ON, BEFORE THE SESSION OPENS IT FOR APPEND. THE
      * ACCOUNT RECORD IS STILL IN THE RECORD AREA.
        SCAN-MARKER-BALANCE.
            MOVE 0 TO MARKER-OUTSTANDING.
            MOVE "N" TO END-OF-MARKERS-SWITCH.
            OPEN INPUT MARKER-FILE.
            IF MARKER-FILE-STATUS = "00"
                PERFORM READ-MARKER-RECORD
                PERFORM TALLY-MARKER-RECORD UNTIL END-OF-MARKERS
                CLOSE MARKER-FILE
            END-IF.
            COMPUTE SEAT-CREDIT-AVAILABLE(SEAT-IDX) =
                ACCT-CREDIT-LIMIT - MARKER-OUTSTANDING.
            IF SEAT-CREDIT-AVAILABLE(SEAT-IDX) < 0
                MOVE 0 TO SEAT-CREDIT-AVAILABLE(SEAT-IDX)
            END-IF.

        READ-MARKER-RECORD.
            READ MARKER-FILE
                AT END
                    MOVE "Y" TO END-OF-MARKERS-SWITCH
            END-READ.

        TALLY-MARKER-RECORD.
            IF MKR-PLAYER-ID = SEAT-PLAYER-ID(SEAT-IDX)
                EVALUATE TRUE
                    WHEN MKR-IS-ISSUE
                        ADD MKR-AMOUNT TO MARKER-OUTSTANDING
                    WHEN MKR-IS-REPAYMENT
                    WHEN MKR-IS-WRITE-OFF
                        SUBTRACT MKR-AMOUNT FROM MARKER-OUTSTANDING
                END-EVALUATE
            END-IF.
            PERFORM READ-MARKER-RECORD.

      * OPENS THE AUDIT TRAIL FOR APPEND SO RECONCILIATION CAN SEE
      * EVERY SESSION EVER PLAYED, NOT JUST THE CURRENT RUN.
        OPEN-AUDIT-TRAIL.
                OPEN EXTEND ACCOUNT-JOURNAL-FILE
            END-IF.

      * OPENS THE MARKERS FILE FOR APPEND ONCE EVERY SEAT HAS READ
      * ITS OUTSTANDING BALANCE OFF IT, THE SAME WAY THE TRAIL AND
      * LEDGER ARE KEPT.
        OPEN-MARKER-FILE.
            OPEN EXTEND MARKER-FILE.
            IF MARKER-FILE-STATUS = "35"
                OPEN OUTPUT MARKER-FILE
                CLOSE MARKER-FILE
                OPEN EXTEND MARKER-FILE
            END-IF.

      * BOOKS A MARKER DRAWN AT THIS TABLE ON THE MARKERS FILE. NO
      * TELLER IS INVOLVED - THE TABLE ID SAYS WHERE IT WAS SIGNED.
        WRITE-MARKER-ISSUE.
            MOVE SPACES TO MARKER-RECORD.
            MOVE FUNCTION CURRENT-DATE TO MKR-TIMESTAMP.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO MKR-PLAYER-ID.
            MOVE "I" TO MKR-ACTION.
            MOVE MARKER-DRAW-AMOUNT TO MKR-AMOUNT.
            MOVE TABLE-ID TO MKR-TABLE-ID.
            WRITE MARKER-RECORD.

      * JOURNALS THE ACCOUNT UPDATE JUST MADE. THE CALLER SAVED THE
      * RECORD'S PRIOR IMAGE RIGHT AFTER READING IT; THE RECORD
      * AREA STILL HOLDS THE IMAGE JUST WRITTEN.
      * PLAYER'S OUTCOME, THE MONEY THE PLAYER HAD AT RISK, AND THE
      * SIGNED SWING FROM THE HOUSE'S SIDE (SET BRANCH BY BRANCH IN
      * RESOLVE-HAND AND SETTLE-INSURANCE).
      * TOURNAMENT CHIPS ARE NOT THE HOUSE'S MONEY - THE HOUSE'S
      * TAKE FROM A TOURNAMENT IS WHATEVER OF THE ENTRY FEES THE
      * PRIZES DO NOT PAY BACK - SO A TOURNAMENT TABLE BOOKS
      * NOTHING HERE.
        WRITE-HOUSE-LEDGER.
            IF NOT TOURNAMENT-MODE-IS-ON
                MOVE FUNCTION CURRENT-DATE TO HSE-TIMESTAMP
                MOVE RANDOM-SEED TO HSE-RANDOM-SEED
                MOVE ACTIVE-PLAYER-ID TO HSE-PLAYER-ID
                MOVE AUDIT-OUTCOME-TEXT TO HSE-ENTRY-TYPE
                MOVE ACTIVE-WAGER TO HSE-WAGER-AMOUNT
                MOVE HOUSE-RESULT-AMOUNT TO HSE-HOUSE-AMOUNT
                MOVE TABLE-ID TO HSE-TABLE-ID
                MOVE DEALER-ID TO HSE-DEALER-ID
                WRITE HOUSE-LEDGER-RECORD
            END-IF.

      * ANCHORS THE SEAT'S SIGN-ON ON THE AUDIT TRAIL WITH THE
      * BALANCE THE SESSION OPENED AT, SO END-OF-DAY RECONCILIATION
      * HAS A KNOWN STARTING POINT TO TIE THE DAY'S SETTLEMENTS AND
      * CAGE MOVEMENTS BACK TO. A TOURNAMENT SEAT'S SIGN-ON CARRIES
      * ITS CHIP COUNT INSTEAD AND IS TAGGED "T-SIGNON", SO IT IS
      * NEVER TAKEN FOR A BANKROLL ANCHOR.
        WRITE-SIGNON-RECORD.
            MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO AUD-PLAYER-ID.
            MOVE RANDOM-SEED TO AUD-RANDOM-SEED.
            MOVE 0 TO AUD-CARD-VALUE.
            MOVE 0 TO AUD-PLAYER-TOTAL.
            IF TOURNAMENT-MODE-IS-ON
                MOVE "T-SIGNON" TO AUD-OUTCOME
            ELSE
                MOVE "SIGNON" TO AUD-OUTCOME
            END-IF.
            MOVE SEAT-BANKROLL-BALANCE(SEAT-IDX) TO AUD-WAGER-AMOUNT.
            MOVE TABLE-ID TO AUD-TABLE-ID.
            MOVE DEALER-ID TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

      * LOGS A PLAYER-PROTECTION REFUSAL (SELF-EXCLUSION AT SIGN-ON
      * OR THE DAILY LOSS CAP AT WAGER TIME) TO THE TRAIL, SO THE
      * REGULATOR CAN BE SHOWN THE CONTROL ACTUALLY FIRED. THE
      * CALLER SETS THE OUTCOME AND THE AMOUNT (THE CAP IN FORCE,
      * OR ZERO FOR AN EXCLUSION). A TOURNAMENT ELIMINATION IS
      * LOGGED THE SAME WAY, CARRYING THE CHIPS THE SEAT WENT OUT
      * WITH, AND SO ARE THE PIN CHECK'S FAILURES, LOCKOUTS AND
      * EXEMPTIONS.
        WRITE-REFUSAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO AUD-PLAYER-ID.
            MOVE REFUSAL-OUTCOME-TEXT TO AUD-OUTCOME.
            MOVE REFUSAL-AMOUNT TO AUD-WAGER-AMOUNT.
            MOVE TABLE-ID TO AUD-TABLE-ID.
            MOVE DEALER-ID TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

      * LOGS A DEALER TAKING OR LEAVING THE BOX. THE RECORD CARRIES
      * NO PLAYER AND NO AMOUNT - ONLY THE DEALER, THE TABLE AND THE
      * TIME. NOTHING IS LOGGED FOR A TABLE RUN WITHOUT A DEALER ID.
        WRITE-DEALER-RECORD.
            IF DEALER-ID NOT = SPACES
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE SPACES TO AUD-PLAYER-ID
                MOVE RANDOM-SEED TO AUD-RANDOM-SEED
                MOVE 0 TO AUD-CARD-VALUE
                MOVE 0 TO AUD-PLAYER-TOTAL
                MOVE DEALER-EVENT-TEXT TO AUD-OUTCOME
                MOVE 0 TO AUD-WAGER-AMOUNT
                MOVE TABLE-ID TO AUD-TABLE-ID
                MOVE 0 TO AUD-SOFT-ACES
                MOVE DEALER-ID TO AUD-DEALER-ID
                WRITE AUDIT-RECORD
            END-IF.

      * LOGS A MARKER DRAWN AT THE SEAT TO THE TRAIL - THE CREDIT
      * ADVANCED ONTO THE BANKROLL - SO RECONCILIATION CAN CARRY THE
      * MONEY ONTO THE PLAYER'S BALANCE LIKE A DEPOSIT.
        WRITE-MARKER-AUDIT-RECORD.
            MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
            MOVE SEAT-PLAYER-ID(SEAT-IDX) TO AUD-PLAYER-ID.
            MOVE RANDOM-SEED TO AUD-RANDOM-SEED.
            MOVE 0 TO AUD-CARD-VALUE.
            MOVE 0 TO AUD-PLAYER-TOTAL.
            MOVE "MARKER" TO AUD-OUTCOME.
            MOVE MARKER-DRAW-AMOUNT TO AUD-WAGER-AMOUNT.
            MOVE TABLE-ID TO AUD-TABLE-ID.
            MOVE DEALER-ID TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

      * LOGS ONE PLAYING DECISION WITH THE HAND AS IT STOOD WHEN
      * THE DECISION WAS TAKEN - TOTAL, ACES STILL COUNTED ELEVEN,
      * AND THE DEALER'S UPCARD - SO BJSTRAT CAN SCORE IT AGAINST
      * THE STRATEGY MATRIX AFTERWARD. A SIMULATION'S DECISIONS ARE
      * THE MATRIX ITSELF AND ARE NOT LOGGED.
        WRITE-DECISION-RECORD.
            IF NOT SIM-MODE-IS-ON
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                MOVE SEAT-PLAYER-ID(SEAT-IDX) TO AUD-PLAYER-ID
                MOVE RANDOM-SEED TO AUD-RANDOM-SEED
                MOVE DEALER-UPCARD TO AUD-CARD-VALUE
                MOVE ACTIVE-TOTAL TO AUD-PLAYER-TOTAL
                MOVE DECISION-OUTCOME-TEXT TO AUD-OUTCOME
                MOVE DECISION-WAGER TO AUD-WAGER-AMOUNT
                MOVE TABLE-ID TO AUD-TABLE-ID
                MOVE DEALER-ID TO AUD-DEALER-ID
                MOVE ACTIVE-SOFT-ACES TO AUD-SOFT-ACES
                WRITE AUDIT-RECORD
            END-IF.

      * LOGS ONE CARD DEALT: THE SEED IT CAME FROM, THE CARD VALUE,
      * AND THE TOTAL IT LEFT THE HAND AT. THE CALLER SETS
      * AUDIT-TOTAL-TO-LOG FIRST SINCE THE SAME PARAGRAPH IS USED
            MOVE SPACES TO AUD-OUTCOME.
            MOVE 0 TO AUD-WAGER-AMOUNT.
            MOVE TABLE-ID TO AUD-TABLE-ID.
            MOVE DEALER-ID TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

      * LOGS THE FINAL OUTCOME OF ONE SETTLED HAND (NO CARD DEALT,
      * AMOUNT ACTUALLY PAID RATHER THAN THE WAGER - THE PAYOUT
      * RATE IS A TABLE RULE THAT CAN CHANGE BY THE TIME A BATCH
      * JOB READS THE TRAIL, SO THE TRAIL MUST STAND ON ITS OWN.
      * A TOURNAMENT SETTLEMENT IS TAGGED WITH A "T-" AHEAD OF THE
      * OUTCOME (T-WIN, T-BJWIN, T-INSLOSE ...) SO THE JOBS THAT
      * RECONCILE MONEY, ACCRUE COMPS OR REPORT THE HOUSE'S WIN
      * NEVER MISTAKE TOURNAMENT CHIPS FOR CASH.
        WRITE-AUDIT-OUTCOME.
            MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
            MOVE ACTIVE-PLAYER-ID TO AUD-PLAYER-ID.
            MOVE RANDOM-SEED TO AUD-RANDOM-SEED.
            MOVE 0 TO AUD-CARD-VALUE.
            MOVE ACTIVE-TOTAL TO AUD-PLAYER-TOTAL.
            IF TOURNAMENT-MODE-IS-ON
                MOVE SPACES TO AUD-OUTCOME
                STRING "T-"                 DELIMITED BY SIZE
                       AUDIT-OUTCOME-TEXT   DELIMITED BY SPACE
                    INTO AUD-OUTCOME
            ELSE
                MOVE AUDIT-OUTCOME-TEXT TO AUD-OUTCOME
            END-IF.
            EVALUATE AUDIT-OUTCOME-TEXT
                WHEN "BJWIN"
                    MOVE NATURAL-PAYOUT-AMOUNT TO AUD-WAGER-AMOUNT
                    MOVE ACTIVE-WAGER TO AUD-WAGER-AMOUNT
            END-EVALUATE.
            MOVE TABLE-ID TO AUD-TABLE-ID.
            MOVE DEALER-ID TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

      * LOGS ONE SETTLED HAND'S RESULT TO THE BATCH RESULTS FILE SO
                COMPUTE CANDIDATE-WAGER = ACTIVE-WAGER * 2
                PERFORM VALIDATE-CANDIDATE-WAGER
                IF WAGER-IS-VALID
                    MOVE ACTIVE-WAGER TO DECISION-WAGER
                    MOVE "DEC-DOUBLE" TO DECISION-OUTCOME-TEXT
                    PERFORM WRITE-DECISION-RECORD
                    ADD ACTIVE-WAGER TO ACTIVE-WAGER
                    PERFORM HIT-DECK
                    MOVE 'S' TO HIT-OR-STAY
                COMPUTE CANDIDATE-WAGER = ACTIVE-WAGER * 2
                PERFORM VALIDATE-CANDIDATE-WAGER
                IF WAGER-IS-VALID
                    MOVE ACTIVE-WAGER TO DECISION-WAGER
                    MOVE "DEC-SPLIT" TO DECISION-OUTCOME-TEXT
                    PERFORM WRITE-DECISION-RECORD
                    MOVE "Y" TO SEAT-SPLIT-ACTIVE(SEAT-IDX)
                    MOVE SEAT-SECOND-CARD(SEAT-IDX) TO
                        SEAT-PLAYER-TOTAL-2(SEAT-IDX)
            MOVE "SHUFFLE" TO AUD-OUTCOME.
            MOVE 0 TO AUD-WAGER-AMOUNT.
            MOVE TABLE-ID TO AUD-TABLE-ID.
            MOVE DEALER-ID TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

        BUILD-SHOE-CARD.
