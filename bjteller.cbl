      * THE CAGE'S ACCOUNT MAINTENANCE PROGRAM. BJTELLER OWNS THE
      * PLAYER ACCOUNT MASTER: IT ENROLLS NEW PLAYERS, MOVES MONEY
      * ON AND OFF THEIR BANKROLLS, MARKS ACCOUNTS ACTIVE, BARRED OR
      * CLOSED (SETTING A DORMANT ACCOUNT ACTIVE REACTIVATES IT),
      * SETS CREDIT LINES AND SETTLES MARKERS, SETS AND RESETS
      * PLAYER PINS AND UNLOCKS PIN-LOCKED ACCOUNTS, TAKES
      * TOURNAMENT ENTRIES AND PAYS TOURNAMENT PRIZES, AND LISTS
      * THE BOOK. AT
      * THE CLOSE OF A SHIFT IT ALSO PICKS UP THE TABLE FILL AND
      * CREDIT SLIPS BOOKED TO THE TELLER'S DRAWER. BLACKJACK ONLY
      * EVER READS AND SETTLES AGAINST ACCOUNTS THAT EXIST HERE -
      * AN ID THE CAGE NEVER ENROLLED CANNOT SIT DOWN AT THE TABLE.
      * THE RISKIER FUNCTIONS RUN UNDER DUAL CONTROL: A WITHDRAWAL
      * OVER THE APPROVAL LIMIT, LIFTING A BAR, LOOSENING A
      * PLAYER-PROTECTION LIMIT AND RELEASING AN IN-USE MARKER ARE
      * NOT APPLIED UNTIL A SUPERVISOR - NEVER THE TELLER AT THE
      * WINDOW - KEYS THEIR ID AND APPROVAL CODE, AND EVERY SIGN-OFF
      * ASKED FOR, GIVEN OR REFUSED, GOES ON THE OVERRIDE LOG THAT
      * THE NIGHTLY BJOVRIDE REPORT READS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS SHIFT-REPORT-STATUS.

      * THE MARKERS FILE THE TABLES DRAW CREDIT AGAINST. THE CAGE
      * READS IT FOR A PLAYER'S OUTSTANDING BALANCE AND APPENDS THE
      * REPAYMENTS AND WRITE-OFFS, ONE OPERATION AT A TIME - A GAME
      * SESSION MAY BE APPENDING DRAWS TO IT AT THE SAME TIME.
            SELECT MARKER-FILE ASSIGN TO "MARKERS"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS MARKER-FILE-STATUS.

      * THE TABLE TRAYS BJTRAY KEEPS. EVERY FILL AND CREDIT SLIP
      * NAMES THE TELLER WHOSE DRAWER MOVED THE CHIPS; THE CLOSE OF
      * SHIFT READS THEM BACK FOR THE DRAWER PROOF.
            SELECT TRAY-FILE ASSIGN TO "TRAYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRY-KEY
                FILE STATUS IS TRAY-FILE-STATUS.

      * THE TOURNAMENT FILE. THE CAGE SETS A TOURNAMENT UP WITH ITS
      * FIRST ENTRY, REGISTERS EACH ENTRANT AGAINST THE ENTRY FEE,
      * AND PAYS THE PRIZES BJTOURN STAMPS AT THE END. OPENED ONE
      * OPERATION AT A TIME - A TOURNAMENT TABLE MAY BE SETTLING
      * CHIPS ON IT AT THE SAME TIME.
            SELECT TOURNAMENT-FILE ASSIGN TO "TOURNEY"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRN-KEY
                FILE STATUS IS TOURNAMENT-FILE-STATUS.

      * THE SUPERVISORS WHO MAY SIGN OFF A FUNCTION UNDER DUAL
      * CONTROL, AND THE LOG EVERY SIGN-OFF ASKED FOR LANDS ON.
            SELECT SUPERVISOR-FILE ASSIGN TO "SUPVFILE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS SUPERVISOR-FILE-STATUS.

            SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVERLOG"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS OVERRIDE-LOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ACCOUNT-FILE.
        FD  SHIFT-REPORT-FILE.
        01  SHIFT-REPORT-RECORD         PIC X(120).

        FD  MARKER-FILE.
            COPY MKRREC.

        FD  TRAY-FILE.
            COPY TRAYREC.

        FD  TOURNAMENT-FILE.
            COPY TRNREC.

        FD  SUPERVISOR-FILE.
            COPY SUPVREC.

        FD  OVERRIDE-LOG-FILE.
            COPY OVRLOGRC.

        WORKING-STORAGE SECTION.
        01  ACCOUNT-FILE-STATUS     PIC X(02)   VALUE "00".
        01  TABLE-RULES-FILE-STATUS PIC X(02)   VALUE "00".
        01  REDEEM-AMOUNT           PIC S9(7)V99 VALUE 0.
        01  WORK-DATE               PIC X(08)   VALUE SPACES.
        01  ACCOUNT-JOURNAL-STATUS  PIC X(02)   VALUE "00".
        01  PRIOR-ACCOUNT-IMAGE     PIC X(72)   VALUE SPACES.
        01  JOURNAL-ACTION-TEXT     PIC X(08)   VALUE SPACES.
      * THE SHIFT: WHO IS AT THE WINDOW, WHAT THE DRAWER OPENED AT,
      * AND THE CASH BOOKED THROUGH IT SINCE. DEPOSITS (INCLUDING
        01  SHIFT-OVER-SHORT        PIC S9(9)V99 VALUE 0.
        01  SHIFT-AMOUNT-ED         PIC -(8)9.99.
        01  SHIFT-COUNT-ED          PIC ZZZZ9.
      * MARKERS: THE PLAYER'S OUTSTANDING BALANCE AS READ OFF THE
      * MARKERS FILE, AND THE SETTLEMENT THE TELLER KEYED.
        01  MARKER-FILE-STATUS      PIC X(02)   VALUE "00".
        01  END-OF-MARKERS-SWITCH   PIC X       VALUE "N".
            88  END-OF-MARKERS                   VALUE "Y".
        01  MARKER-OUTSTANDING      PIC S9(7)V99 VALUE 0.
        01  MARKER-SETTLE-ACTION    PIC X       VALUE SPACE.
      * TABLE SLIPS: CHIPS THE DRAWER FILLED OUT TO THE TABLES AND
      * TOOK BACK FROM THEM ON CREDIT SLIPS SINCE THE SHIFT OPENED.
        01  TRAY-FILE-STATUS        PIC X(02)   VALUE "00".
        01  END-OF-TRAYS-SWITCH     PIC X       VALUE "N".
            88  END-OF-TRAYS                     VALUE "Y".
        01  SHIFT-OPEN-STAMP        PIC X(14)   VALUE SPACES.
        01  SHIFT-FILLS             PIC S9(9)V99 VALUE 0.
        01  SHIFT-CREDITS           PIC S9(9)V99 VALUE 0.
        01  SHIFT-FILL-COUNT        PIC 9(05)   VALUE 0.
        01  SHIFT-CREDIT-COUNT      PIC 9(05)   VALUE 0.
        01  SLIP-INDEX              PIC 9(02)   VALUE 0.
      * TOURNAMENTS: THE TOURNAMENT BEING ENTERED OR PAID, WHETHER
      * ITS HEADER IS ON FILE, AND THE TERMS IT RUNS UNDER. AN ENTRY
      * FEE IS A BOOK DEBIT AND A PRIZE A BOOK CREDIT, LIKE A COMP
      * REDEMPTION - NEITHER TOUCHES THE DRAWER.
        01  TOURNAMENT-FILE-STATUS  PIC X(02)   VALUE "00".
        01  WORK-TOURNEY-ID         PIC X(08)   VALUE SPACES.
        01  TOURNEY-HEADER-SWITCH   PIC X       VALUE "N".
            88  TOURNEY-HEADER-FOUND             VALUE "Y".
        01  ENTRY-FEE-DUE           PIC S9(7)V99 VALUE 0.
        01  ENTRY-STARTING-CHIPS    PIC S9(7)V99 VALUE 0.
        01  ENTRY-ROUNDS            PIC 9(03)   VALUE 0.
      * PINS: THE PIN AS KEYED, HOW LONG IT IS AND WHETHER IT IS
      * FOUR TO EIGHT DIGITS, AND THE WORK TO ENCODE IT (THE SAME
      * ENCODING THE GAME CHECKS IT WITH) - ONLY THE CODE IS EVER
      * WRITTEN TO THE MASTER.
        01  PIN-ENTRY               PIC X(08)   VALUE SPACES.
        01  PIN-LENGTH              PIC 9(02)   VALUE 0.
        01  PIN-FORMAT-SWITCH       PIC X       VALUE "N".
            88  PIN-FORMAT-IS-VALID              VALUE "Y".
        01  PIN-KEY-TEXT.
            05  PIN-KEY-PIN         PIC X(08).
            05  PIN-KEY-PLAYER-ID   PIC X(10).
        01  PIN-CHAR-IDX            PIC 9(02)   VALUE 0.
        01  PIN-CODE-WORK           PIC 9(11)   VALUE 0.
        01  PIN-CODE                PIC 9(09)   VALUE 0.
        01  PIN-LOCK-WORD           PIC X(10)   VALUE SPACES.
      * DUAL CONTROL: THE WITHDRAWAL APPROVAL LIMIT (FROM THE RULES
      * FILE, OR THE HOUSE DEFAULT HERE), THE SUPERVISOR KEYED, THE
      * FUNCTION PUT TO THEM WITH ITS BEFORE AND AFTER VALUES AS
      * THEY GO ON THE OVERRIDE LOG, AND THE SIGN-OFF - GIVEN, OR
      * THE REASON IT WAS REFUSED.
        01  LARGE-WITHDRAWAL-LIMIT  PIC S9(7)V99 VALUE 5000.00.
        01  SUPERVISOR-FILE-STATUS  PIC X(02)   VALUE "00".
        01  OVERRIDE-LOG-STATUS     PIC X(02)   VALUE "00".
        01  END-OF-SUPVFILE-SWITCH  PIC X       VALUE "N".
            88  END-OF-SUPVFILE                  VALUE "Y".
        01  SUPERVISOR-FOUND-SWITCH PIC X       VALUE "N".
            88  SUPERVISOR-FOUND                 VALUE "Y".
        01  APPROVAL-SWITCH         PIC X       VALUE "N".
            88  OVERRIDE-IS-APPROVED             VALUE "Y".
        01  OVERRIDE-SUPERVISOR-ID  PIC X(08)   VALUE SPACES.
        01  OVERRIDE-FUNCTION       PIC X(10)   VALUE SPACES.
        01  OVERRIDE-BEFORE-VALUE   PIC X(12)   VALUE SPACES.
        01  OVERRIDE-AFTER-VALUE    PIC X(12)   VALUE SPACES.
        01  OVERRIDE-REASON         PIC X(12)   VALUE SPACES.
        01  OVERRIDE-AMOUNT-ED      PIC -(8)9.99.
        01  CAP-LOOSENED-SWITCH     PIC X       VALUE "N".
            88  CAP-IS-LOOSENED                  VALUE "Y".
        01  EXCL-LOOSENED-SWITCH    PIC X       VALUE "N".
            88  EXCLUSION-IS-LOOSENED            VALUE "Y".
        01  TODAY-DATE              PIC X(08)   VALUE SPACES.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            PERFORM OPEN-ACCOUNT-FILE.
            PERFORM OPEN-AUDIT-TRAIL.
            PERFORM OPEN-ACCOUNT-JOURNAL.
            PERFORM OPEN-OVERRIDE-LOG.
            PERFORM TELLER-SESSION UNTIL TELLER-IS-DONE.
        PROGRAM-DONE.
            PERFORM CLOSE-TELLER-SHIFT.
            CLOSE ACCOUNT-FILE.
            CLOSE AUDIT-FILE.
            CLOSE ACCOUNT-JOURNAL-FILE.
            CLOSE OVERRIDE-LOG-FILE.
            STOP RUN.

      * SIGNS THE TELLER ON: WHO IS RUNNING THE WINDOW AND WHAT THE
            ACCEPT SHIFT-TELLER-ID.
            DISPLAY "OPENING DRAWER COUNT: " WITH NO ADVANCING.
            ACCEPT SHIFT-OPENING-COUNT.
            MOVE FUNCTION CURRENT-DATE(1:14) TO SHIFT-OPEN-STAMP.
            DISPLAY "SHIFT OPEN FOR TELLER ", SHIFT-TELLER-ID,
                " WITH DRAWER ", SHIFT-OPENING-COUNT.

      * CLOSES THE SHIFT WITH A COUNTED DRAWER AND PROVES IT: THE
      * DRAWER MUST HOLD THE OPENING COUNT PLUS THE CASH TAKEN IN
      * LESS THE CASH PAID OUT, LESS THE CHIPS FILLED OUT TO THE
      * TABLES, PLUS THE CHIPS CREDITED BACK FROM THEM. THE PROOF
      * PRINTS AS THE DRAWER REPORT, AND AN OVER OR SHORT DRAWER IS
      * FLAGGED RATHER THAN LEFT TO BE FOUND BY HAND-ADDING THE
      * TRAIL.
        CLOSE-TELLER-SHIFT.
            DISPLAY "COUNTED DRAWER AT CLOSE: " WITH NO ADVANCING.
            ACCEPT SHIFT-COUNTED-DRAWER.
            PERFORM SCAN-TABLE-SLIPS.
            COMPUTE SHIFT-EXPECTED-DRAWER =
                SHIFT-OPENING-COUNT + SHIFT-CASH-IN
                - SHIFT-CASH-OUT - SHIFT-FILLS + SHIFT-CREDITS.
            COMPUTE SHIFT-OVER-SHORT =
                SHIFT-COUNTED-DRAWER - SHIFT-EXPECTED-DRAWER.
            PERFORM WRITE-DRAWER-PROOF-REPORT.
                INTO SHIFT-REPORT-RECORD.
            WRITE SHIFT-REPORT-RECORD.
            MOVE SPACES TO SHIFT-REPORT-RECORD.
            MOVE SHIFT-FILLS TO SHIFT-AMOUNT-ED.
            MOVE SHIFT-FILL-COUNT TO SHIFT-COUNT-ED.
            STRING "TABLE FILLS  ("             DELIMITED BY SIZE
                   SHIFT-COUNT-ED               DELIMITED BY SIZE
                   " SLIPS)     "               DELIMITED BY SIZE
                   SHIFT-AMOUNT-ED              DELIMITED BY SIZE
                INTO SHIFT-REPORT-RECORD.
            WRITE SHIFT-REPORT-RECORD.
            MOVE SPACES TO SHIFT-REPORT-RECORD.
            MOVE SHIFT-CREDITS TO SHIFT-AMOUNT-ED.
            MOVE SHIFT-CREDIT-COUNT TO SHIFT-COUNT-ED.
            STRING "TABLE CREDITS("             DELIMITED BY SIZE
                   SHIFT-COUNT-ED               DELIMITED BY SIZE
                   " SLIPS)     "               DELIMITED BY SIZE
                   SHIFT-AMOUNT-ED              DELIMITED BY SIZE
                INTO SHIFT-REPORT-RECORD.
            WRITE SHIFT-REPORT-RECORD.
            MOVE SPACES TO SHIFT-REPORT-RECORD.
            MOVE SHIFT-EXPECTED-DRAWER TO SHIFT-AMOUNT-ED.
            STRING "EXPECTED DRAWER           " DELIMITED BY SIZE
                   SHIFT-AMOUNT-ED              DELIMITED BY SIZE
            WRITE SHIFT-REPORT-RECORD.
            CLOSE SHIFT-REPORT-FILE.

      * GATHERS THE FILL AND CREDIT SLIPS BOOKED TO THIS TELLER
      * SINCE THE SHIFT OPENED, ACROSS EVERY TABLE'S TRAY. NO TRAY
      * FILE YET MEANS NO SLIP WAS EVER WRITTEN.
        SCAN-TABLE-SLIPS.
            MOVE 0 TO SHIFT-FILLS.
            MOVE 0 TO SHIFT-CREDITS.
            MOVE 0 TO SHIFT-FILL-COUNT.
            MOVE 0 TO SHIFT-CREDIT-COUNT.
            MOVE "N" TO END-OF-TRAYS-SWITCH.
            OPEN INPUT TRAY-FILE.
            IF TRAY-FILE-STATUS = "00"
                MOVE LOW-VALUES TO TRY-KEY
                START TRAY-FILE KEY >= TRY-KEY
                    INVALID KEY
                        MOVE "Y" TO END-OF-TRAYS-SWITCH
                END-START
                PERFORM SCAN-ONE-TRAY UNTIL END-OF-TRAYS
                CLOSE TRAY-FILE
            END-IF.

        SCAN-ONE-TRAY.
            READ TRAY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO END-OF-TRAYS-SWITCH
                NOT AT END
                    PERFORM TALLY-TABLE-SLIP
                        VARYING SLIP-INDEX FROM 1 BY 1
                        UNTIL SLIP-INDEX > TRY-SLIP-COUNT
            END-READ.

        TALLY-TABLE-SLIP.
            IF TRY-SLIP-TELLER-ID(SLIP-INDEX) = SHIFT-TELLER-ID
                AND TRY-SLIP-STAMP(SLIP-INDEX) NOT < SHIFT-OPEN-STAMP
                IF TRY-SLIP-IS-FILL(SLIP-INDEX)
                    ADD TRY-SLIP-AMOUNT(SLIP-INDEX) TO SHIFT-FILLS
                    ADD 1 TO SHIFT-FILL-COUNT
                ELSE
                    ADD TRY-SLIP-AMOUNT(SLIP-INDEX) TO SHIFT-CREDITS
                    ADD 1 TO SHIFT-CREDIT-COUNT
                END-IF
            END-IF.

      * ONE TRIP THROUGH THE MENU: SHOW IT, TAKE A FUNCTION LETTER,
      * DO THAT ONE THING. REPEATED UNTIL THE TELLER QUITS.
        TELLER-SESSION.
            DISPLAY " ".
            DISPLAY "E=ENROLL D=DEPOSIT W=WITHDRAW S=STATUS ",
                "L=LIST R=RELEASE P=POINTS C=REDEEM X=LIMITS ",
                "K=CREDIT M=MARKERS N=PIN T=TOURNEY Z=PRIZE ",
                "V=SUPV CODE Q=QUIT".
            DISPLAY "FUNCTION: " WITH NO ADVANCING.
            ACCEPT TELLER-FUNCTION.
            EVALUATE TELLER-FUNCTION
                    PERFORM REDEEM-COMP-POINTS
                WHEN "X"
                    PERFORM SET-PLAYER-LIMITS
                WHEN "K"
                    PERFORM SET-CREDIT-LIMIT
                WHEN "M"
                    PERFORM SETTLE-MARKERS
                WHEN "N"
                    PERFORM SET-PLAYER-PIN
                WHEN "T"
                    PERFORM ENTER-TOURNAMENT
                WHEN "Z"
                    PERFORM PAY-TOURNAMENT-PRIZE
                WHEN "V"
                    PERFORM SET-SUPERVISOR-CODE
                WHEN "Q"
                    MOVE "Y" TO TELLER-DONE-SWITCH
                WHEN OTHER
                    DISPLAY "NOT VALID, PLEASE ENTER E, D, W, S, ",
                        "L, R, P, C, X, K, M, N, T, Z, V OR Q."
            END-EVALUATE.

      * PICKS UP THE STANDARD STARTING BANKROLL FROM THE SAME RULES
      * DEFAULT OPENS WITH WHATEVER THE FLOOR HAS SET. THE FILE NOW
      * CARRIES ONE RECORD PER TABLE, BUT AN ACCOUNT BELONGS TO NO
      * TABLE - THE FIRST RECORD ON THE FILE IS THE HOUSE DEFAULT
      * THE CAGE ENROLLS UNDER. THE SAME RECORD SETS THE WITHDRAWAL
      * APPROVAL LIMIT; ZERO OR BLANK LEAVES THE DEFAULT IN FORCE.
        LOAD-TABLE-RULES.
            OPEN INPUT TABLE-RULES-FILE.
            IF TABLE-RULES-FILE-STATUS = "00"
                    AND RULE-STARTING-BANKROLL > 0
                    MOVE RULE-STARTING-BANKROLL TO STARTING-BANKROLL
                END-IF
                IF TABLE-RULES-FILE-STATUS = "00"
                    AND RULE-WITHDRAWAL-APPROVAL IS NUMERIC
                    IF RULE-WITHDRAWAL-APPROVAL > 0
                        MOVE RULE-WITHDRAWAL-APPROVAL TO
                            LARGE-WITHDRAWAL-LIMIT
                    END-IF
                END-IF
                CLOSE TABLE-RULES-FILE
            END-IF.

            MOVE MOVEMENT-OUTCOME TO AUD-OUTCOME.
            MOVE MOVEMENT-AMOUNT TO AUD-WAGER-AMOUNT.
            MOVE SPACES TO AUD-TABLE-ID.
            MOVE SPACES TO AUD-DEALER-ID.
            MOVE 0 TO AUD-SOFT-ACES.
            WRITE AUDIT-RECORD.

      * OPENS THE ACCOUNT-UPDATE JOURNAL FOR APPEND. EVERY WRITE OR
      * OPENED WITH EITHER THE AMOUNT THE PLAYER PUTS UP OR THE
      * TABLE'S STANDARD STARTING BANKROLL. AN ID ALREADY ON THE
      * BOOK IS REFUSED - DEPOSITS GO THROUGH THE DEPOSIT FUNCTION.
      * THE PLAYER MAY CHOOSE A PIN HERE; AN ACCOUNT OPENED WITHOUT
      * ONE CANNOT SIT DOWN AT A TABLE UNTIL THE CAGE SETS ONE.
        ENROLL-PLAYER.
            PERFORM GET-WORK-PLAYER-ID.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
                    IF WORK-AMOUNT <= 0
                        MOVE STARTING-BANKROLL TO WORK-AMOUNT
                    END-IF
                    DISPLAY "PIN (4 TO 8 DIGITS, BLANK=SET LATER): "
                        WITH NO ADVANCING
                    ACCEPT PIN-ENTRY
                    PERFORM CHECK-PIN-FORMAT
                    MOVE SPACES TO ACCOUNT-RECORD
                    MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                    MOVE WORK-AMOUNT TO ACCT-BANKROLL-BAL
                    MOVE 0 TO ACCT-COMP-POINTS
                    MOVE 0 TO ACCT-DAILY-LOSS-CAP
                    MOVE SPACES TO ACCT-EXCLUDED-UNTIL
                    MOVE 0 TO ACCT-PIN-FAILURES
                    IF PIN-FORMAT-IS-VALID
                        PERFORM ENCODE-PIN
                        MOVE PIN-CODE TO ACCT-PIN-CODE
                    ELSE
                        DISPLAY "NO PIN SET - USE N TO SET ONE ",
                            "BEFORE THE PLAYER SITS DOWN."
                    END-IF
                    WRITE ACCOUNT-RECORD
                    MOVE SPACES TO PRIOR-ACCOUNT-IMAGE
                    MOVE "WRITE" TO JOURNAL-ACTION-TEXT
      * BALANCE ON THE BOOK. LIKE A DEPOSIT, THE AMOUNT IS IN HAND
      * BEFORE THE RECORD IS READ, SO THE SUFFICIENT-FUNDS TEST AND
      * THE REWRITE BOTH WORK AGAINST THE BALANCE AS IT STANDS AT
      * THAT MOMENT - NOT AS IT STOOD BEFORE THE PROMPT. A
      * WITHDRAWAL OVER THE APPROVAL LIMIT IS SIGNED OFF BY A
      * SUPERVISOR BEFORE THAT READ, SO THE WAIT FOR THE SUPERVISOR
      * NEVER SITS BETWEEN THE READ AND THE REWRITE EITHER.
        WITHDRAW-FUNDS.
            PERFORM GET-WORK-PLAYER-ID.
            DISPLAY "WITHDRAWAL AMOUNT: " WITH NO ADVANCING.
            IF WORK-AMOUNT <= 0
                DISPLAY "WITHDRAWAL MUST BE MORE THAN ZERO."
            ELSE
                MOVE "Y" TO APPROVAL-SWITCH
                IF WORK-AMOUNT > LARGE-WITHDRAWAL-LIMIT
                    PERFORM APPROVE-LARGE-WITHDRAWAL
                END-IF
                IF OVERRIDE-IS-APPROVED
                    MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                    READ ACCOUNT-FILE
                        INVALID KEY
                            DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                        NOT INVALID KEY
                            EVALUATE TRUE
                                WHEN ACCT-IS-CLOSED
                                    DISPLAY "ACCOUNT IS CLOSED - NO ",
                                        "WITHDRAWALS."
                                WHEN WORK-AMOUNT > ACCT-BANKROLL-BAL
                                    DISPLAY "INSUFFICIENT FUNDS - ",
                                        "BALANCE IS ",
                                        ACCT-BANKROLL-BAL
                                WHEN OTHER
                                    MOVE ACCOUNT-RECORD TO
                                        PRIOR-ACCOUNT-IMAGE
                                    SUBTRACT WORK-AMOUNT FROM
                                        ACCT-BANKROLL-BAL
                                    REWRITE ACCOUNT-RECORD
                                    MOVE "REWRITE" TO
                                        JOURNAL-ACTION-TEXT
                                    PERFORM WRITE-ACCOUNT-JOURNAL
                                    MOVE "WITHDRAW" TO
                                        MOVEMENT-OUTCOME
                                    MOVE WORK-AMOUNT TO
                                        MOVEMENT-AMOUNT
                                    PERFORM WRITE-MOVEMENT-RECORD
                                    PERFORM WRITE-BALANCE-RECORD
                                    ADD WORK-AMOUNT TO SHIFT-CASH-OUT
                                    ADD 1 TO SHIFT-OUT-COUNT
                                    DISPLAY "NEW BALANCE: ",
                                        ACCT-BANKROLL-BAL
                            END-EVALUATE
                    END-READ
                END-IF
            END-IF.

      * PUTS A WITHDRAWAL OVER THE APPROVAL LIMIT TO A SUPERVISOR -
      * BUT ONLY ONE THAT WOULD OTHERWISE GO THROUGH, SO NOBODY IS
      * CALLED OVER TO SIGN OFF A CLOSED ACCOUNT OR A SHORT BALANCE
      * (THOSE FALL THROUGH TO THE WITHDRAWAL'S OWN REFUSALS). THIS
      * READ ONLY LOOKS; ONCE SIGNED OFF, THE WITHDRAWAL READS THE
      * RECORD AFRESH AND TESTS THE FUNDS AGAIN.
        APPROVE-LARGE-WITHDRAWAL.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT ACCT-IS-CLOSED
                        AND WORK-AMOUNT NOT > ACCT-BANKROLL-BAL
                        MOVE "WITHDRAW" TO OVERRIDE-FUNCTION
                        MOVE ACCT-BANKROLL-BAL TO OVERRIDE-AMOUNT-ED
                        MOVE OVERRIDE-AMOUNT-ED TO
                            OVERRIDE-BEFORE-VALUE
                        COMPUTE OVERRIDE-AMOUNT-ED =
                            ACCT-BANKROLL-BAL - WORK-AMOUNT
                        MOVE OVERRIDE-AMOUNT-ED TO
                            OVERRIDE-AFTER-VALUE
                        PERFORM SHOW-OVERRIDE-CHANGE
                        PERFORM OBTAIN-SUPERVISOR-APPROVAL
                        PERFORM WRITE-OVERRIDE-RECORD
                    END-IF
            END-READ.

      * MARKS AN ACCOUNT ACTIVE, BARRED OR CLOSED. BARRED KEEPS THE
      * PLAYER OFF THE TABLE BUT LEAVES THE ACCOUNT OPEN AT THE
      * CAGE; CLOSED FREEZES IT ENTIRELY. THE NEW STATUS IS IN HAND
      * BEFORE THE RECORD IS READ, AND ONLY THE STATUS BYTE MOVES
      * ONTO THE FRESH IMAGE, SO A BALANCE THE GAME SETTLED WHILE
      * THE TELLER SAT ON THE PROMPT IS NEVER REWRITTEN FROM A
      * STALE COPY. DORMANT IS NEVER SET HERE - ONLY THE BJDORMNT
      * SWEEP SETS IT - BUT SETTING A DORMANT ACCOUNT ACTIVE IS HOW
      * THE CAGE REACTIVATES ONE, AND THAT IS MARKED ON THE TRAIL
      * AS ACTIVITY SO THE NEXT SWEEP DOES NOT PUT IT STRAIGHT BACK.
      * LIFTING A BAR IS SIGNED OFF BY A SUPERVISOR FIRST.
        CHANGE-ACCOUNT-STATUS.
            PERFORM GET-WORK-PLAYER-ID.
            DISPLAY "NEW STATUS (A=ACTIVE B=BARRED ",
            ACCEPT WORK-STATUS.
            IF WORK-STATUS = "A" OR WORK-STATUS = "B"
                OR WORK-STATUS = "C"
                MOVE "Y" TO APPROVAL-SWITCH
                IF WORK-STATUS = "A"
                    PERFORM APPROVE-UNBAR
                END-IF
                IF OVERRIDE-IS-APPROVED
                    MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                    READ ACCOUNT-FILE
                        INVALID KEY
                            DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                        NOT INVALID KEY
                            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                            IF ACCT-IS-DORMANT AND WORK-STATUS = "A"
                                MOVE "REACTIVATE" TO MOVEMENT-OUTCOME
                                MOVE ACCT-BANKROLL-BAL TO
                                    MOVEMENT-AMOUNT
                                PERFORM WRITE-MOVEMENT-RECORD
                            END-IF
                            MOVE WORK-STATUS TO ACCT-STATUS
                            REWRITE ACCOUNT-RECORD
                            MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                            PERFORM WRITE-ACCOUNT-JOURNAL
                            PERFORM SET-STATUS-WORD
                            DISPLAY "ACCOUNT ", WORK-PLAYER-ID,
                                " IS NOW ", STATUS-WORD
                    END-READ
                END-IF
            ELSE
                DISPLAY "NOT VALID, PLEASE ENTER A, B OR C."
            END-IF.

      * SETTING A BARRED ACCOUNT ACTIVE LIFTS THE BAR, SO IT IS PUT
      * TO A SUPERVISOR. THIS READ ONLY LOOKS; ONCE SIGNED OFF, THE
      * STATUS CHANGE READS THE RECORD AFRESH.
        APPROVE-UNBAR.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ACCT-IS-BARRED
                        MOVE "UNBAR" TO OVERRIDE-FUNCTION
                        MOVE "BARRED" TO OVERRIDE-BEFORE-VALUE
                        MOVE "ACTIVE" TO OVERRIDE-AFTER-VALUE
                        PERFORM SHOW-OVERRIDE-CHANGE
                        PERFORM OBTAIN-SUPERVISOR-APPROVAL
                        PERFORM WRITE-OVERRIDE-RECORD
                    END-IF
            END-READ.

      * WALKS THE WHOLE BOOK IN KEY ORDER AND PRINTS ONE LINE PER
      * ACCOUNT: ID, BALANCE AND STATUS.
        LIST-ACCOUNTS.
                    MOVE "Y" TO END-OF-LIST-SWITCH
                NOT AT END
                    PERFORM SET-STATUS-WORD
                    IF ACCT-PIN-IS-LOCKED
                        MOVE "PIN LOCKED" TO PIN-LOCK-WORD
                    ELSE
                        MOVE SPACES TO PIN-LOCK-WORD
                    END-IF
                    DISPLAY ACCT-PLAYER-ID, "  ", ACCT-BANKROLL-BAL,
                        "  ", STATUS-WORD, "  ", PIN-LOCK-WORD
                    ADD 1 TO LISTED-COUNT
            END-READ.

      * GAME SETS THE MARKER AT SIGN-ON AND DROPS IT AT SESSION
      * END, SO ONE THAT STAYS SET WITH NO SESSION RUNNING IS JUST
      * WEDGED - BUT ONLY THE PIT CAN KNOW THAT, SO RELEASING IT IS
      * A DELIBERATE CAGE ACTION, NOT SOMETHING THE GAME GUESSES AT,
      * AND ONE A SUPERVISOR SIGNS OFF - RELEASING A MARKER ON A
      * SESSION THAT IS STILL LIVE LETS A SECOND ONE OPEN THE SAME
      * BANKROLL.
        RELEASE-IN-USE-MARKER.
            PERFORM GET-WORK-PLAYER-ID.
            PERFORM APPROVE-MARKER-RELEASE.
            IF OVERRIDE-IS-APPROVED
                MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                READ ACCOUNT-FILE
                    INVALID KEY
                        DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                    NOT INVALID KEY
                        IF ACCT-IS-IN-USE
                            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                            MOVE "N" TO ACCT-IN-USE
                            REWRITE ACCOUNT-RECORD
                            MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                            PERFORM WRITE-ACCOUNT-JOURNAL
                            DISPLAY "IN-USE MARKER RELEASED FOR ",
                                WORK-PLAYER-ID
                        ELSE
                            DISPLAY "ACCOUNT ", WORK-PLAYER-ID,
                                " IS NOT IN PLAY."
                        END-IF
                END-READ
            END-IF.

      * PUTS THE RELEASE TO A SUPERVISOR WHEN THERE IS A MARKER TO
      * RELEASE; AN UNKNOWN PLAYER OR AN ACCOUNT NOT IN PLAY FALLS
      * THROUGH TO THE RELEASE'S OWN MESSAGES. THIS READ ONLY LOOKS.
        APPROVE-MARKER-RELEASE.
            MOVE "Y" TO APPROVAL-SWITCH.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ACCT-IS-IN-USE
                        MOVE "RELEASE" TO OVERRIDE-FUNCTION
                        MOVE "IN USE" TO OVERRIDE-BEFORE-VALUE
                        MOVE "RELEASED" TO OVERRIDE-AFTER-VALUE
                        PERFORM SHOW-OVERRIDE-CHANGE
                        PERFORM OBTAIN-SUPERVISOR-APPROVAL
                        PERFORM WRITE-OVERRIDE-RECORD
                    END-IF
            END-READ.

      * RECORD IS READ, AND ONLY THE TWO CONTROL FIELDS MOVE ONTO
      * THE FRESH IMAGE, SO A BALANCE THE GAME SETTLED WHILE THE
      * TELLER SAT ON THE PROMPT IS NEVER REWRITTEN FROM A STALE
      * COPY. A CHANGE THAT LOOSENS EITHER CONTROL IS SIGNED OFF BY
      * A SUPERVISOR FIRST.
        SET-PLAYER-LIMITS.
            PERFORM GET-WORK-PLAYER-ID.
            DISPLAY "DAILY LOSS CAP (0=NO CAP): " WITH NO ADVANCING.
            ACCEPT WORK-DATE.
            IF WORK-AMOUNT < 0
                DISPLAY "LOSS CAP CANNOT BE NEGATIVE."
            ELSE
                PERFORM APPROVE-LIMIT-CHANGE
                IF OVERRIDE-IS-APPROVED
                    MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                    READ ACCOUNT-FILE
                        INVALID KEY
                            DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                        NOT INVALID KEY
                            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                            MOVE WORK-AMOUNT TO ACCT-DAILY-LOSS-CAP
                            MOVE WORK-DATE TO ACCT-EXCLUDED-UNTIL
                            REWRITE ACCOUNT-RECORD
                            MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                            PERFORM WRITE-ACCOUNT-JOURNAL
                            DISPLAY "LIMITS SET FOR ", WORK-PLAYER-ID,
                                " - CAP ", ACCT-DAILY-LOSS-CAP,
                                " EXCLUDED UNTIL ",
                                ACCT-EXCLUDED-UNTIL
                    END-READ
                END-IF
            END-IF.

      * RAISING OR LIFTING A DAILY LOSS CAP, OR SHORTENING OR
      * CLEARING A SELF-EXCLUSION STILL IN FORCE, LOOSENS A
      * PROTECTION THE PLAYER LEANS ON, SO IT IS PUT TO A
      * SUPERVISOR; SETTING OR TIGHTENING EITHER ONE IS NOT. ONE
      * SIGN-OFF COVERS THE WHOLE CHANGE, BUT EACH CONTROL LOOSENED
      * GOES ON THE OVERRIDE LOG AS ITS OWN RECORD. THIS READ ONLY
      * LOOKS; ONCE SIGNED OFF, THE CHANGE READS THE RECORD AFRESH.
        APPROVE-LIMIT-CHANGE.
            MOVE "Y" TO APPROVAL-SWITCH.
            MOVE "N" TO CAP-LOOSENED-SWITCH.
            MOVE "N" TO EXCL-LOOSENED-SWITCH.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM CHECK-LIMITS-LOOSENED
            END-READ.
            IF CAP-IS-LOOSENED OR EXCLUSION-IS-LOOSENED
                IF CAP-IS-LOOSENED
                    PERFORM SET-CAP-OVERRIDE-VALUES
                    PERFORM SHOW-OVERRIDE-CHANGE
                END-IF
                IF EXCLUSION-IS-LOOSENED
                    PERFORM SET-EXCLUSION-OVERRIDE-VALUES
                    PERFORM SHOW-OVERRIDE-CHANGE
                END-IF
                PERFORM OBTAIN-SUPERVISOR-APPROVAL
                IF CAP-IS-LOOSENED
                    PERFORM SET-CAP-OVERRIDE-VALUES
                    PERFORM WRITE-OVERRIDE-RECORD
                END-IF
                IF EXCLUSION-IS-LOOSENED
                    PERFORM SET-EXCLUSION-OVERRIDE-VALUES
                    PERFORM WRITE-OVERRIDE-RECORD
                END-IF
            END-IF.

      * A CAP IS LOOSENED WHEN ONE IS SET AND THE NEW ONE IS ZERO
      * (NO CAP) OR HIGHER. AN EXCLUSION IS LOOSENED WHEN ONE IS
      * STILL IN FORCE - THROUGH TODAY OR LATER, AS THE GAME READS
      * IT - AND THE NEW DATE IS BLANK OR EARLIER.
        CHECK-LIMITS-LOOSENED.
            IF ACCT-DAILY-LOSS-CAP IS NUMERIC
                IF ACCT-DAILY-LOSS-CAP > 0
                    IF WORK-AMOUNT = 0
                        OR WORK-AMOUNT > ACCT-DAILY-LOSS-CAP
                        MOVE "Y" TO CAP-LOOSENED-SWITCH
                    END-IF
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
            IF ACCT-EXCLUDED-UNTIL NOT = SPACES
                AND ACCT-EXCLUDED-UNTIL NOT < TODAY-DATE
                IF WORK-DATE = SPACES
                    OR WORK-DATE < ACCT-EXCLUDED-UNTIL
                    MOVE "Y" TO EXCL-LOOSENED-SWITCH
                END-IF
            END-IF.

        SET-CAP-OVERRIDE-VALUES.
            MOVE "LOSSCAP" TO OVERRIDE-FUNCTION.
            MOVE ACCT-DAILY-LOSS-CAP TO OVERRIDE-AMOUNT-ED.
            MOVE OVERRIDE-AMOUNT-ED TO OVERRIDE-BEFORE-VALUE.
            IF WORK-AMOUNT = 0
                MOVE "NO CAP" TO OVERRIDE-AFTER-VALUE
            ELSE
                MOVE WORK-AMOUNT TO OVERRIDE-AMOUNT-ED
                MOVE OVERRIDE-AMOUNT-ED TO OVERRIDE-AFTER-VALUE
            END-IF.

        SET-EXCLUSION-OVERRIDE-VALUES.
            MOVE "EXCLUSION" TO OVERRIDE-FUNCTION.
            MOVE ACCT-EXCLUDED-UNTIL TO OVERRIDE-BEFORE-VALUE.
            IF WORK-DATE = SPACES
                MOVE "NONE" TO OVERRIDE-AFTER-VALUE
            ELSE
                MOVE WORK-DATE TO OVERRIDE-AFTER-VALUE
            END-IF.

      * SETS THE PLAYER'S CREDIT LINE - THE MOST THE PLAYER MAY
      * OWE IN MARKERS AT ONE TIME (ZERO TAKES THE LINE AWAY). THE
      * GAME DRAWS AGAINST IT WHEN A WAGER RUNS PAST THE BANKROLL.
      * CUTTING A LINE BELOW WHAT IS ALREADY OUTSTANDING CALLS IN
      * NOTHING; IT ONLY STOPS FURTHER DRAWS. THE LIMIT IS IN HAND
      * BEFORE THE RECORD IS READ AND IS THE ONLY FIELD THAT MOVES
      * ONTO THE FRESH IMAGE, AS WITH THE PROTECTION LIMITS.
        SET-CREDIT-LIMIT.
            PERFORM GET-WORK-PLAYER-ID.
            DISPLAY "CREDIT LIMIT (0=NO CREDIT): " WITH NO ADVANCING.
            ACCEPT WORK-AMOUNT.
            IF WORK-AMOUNT < 0
                DISPLAY "CREDIT LIMIT CANNOT BE NEGATIVE."
            ELSE
                MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                READ ACCOUNT-FILE
                        DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                    NOT INVALID KEY
                        MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                        MOVE WORK-AMOUNT TO ACCT-CREDIT-LIMIT
                        REWRITE ACCOUNT-RECORD
                        MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                        PERFORM WRITE-ACCOUNT-JOURNAL
                        PERFORM SCAN-MARKER-BALANCE
                        DISPLAY "CREDIT LIMIT SET FOR ", WORK-PLAYER-ID,
                            " - LIMIT ", ACCT-CREDIT-LIMIT,
                            " OUTSTANDING ", MARKER-OUTSTANDING
                END-READ
            END-IF.

      * SETS OR RESETS A PLAYER'S PIN, OR - WITH THE PIN LEFT
      * BLANK - ONLY UNLOCKS AN ACCOUNT THE GAME LOCKED AFTER TOO
      * MANY WRONG PINS. EITHER WAY THE WRONG-PIN COUNT STARTS OVER
      * AND THE LOCK COMES OFF, AND THE CHANGE GOES ON THE TRAIL AS
      * A "PINSET" OR "PINUNLOCK" RECORD SO SECURITY CAN SEE WHO
      * WAS LET BACK IN AND WHEN. THE PIN IS IN HAND BEFORE THE
      * RECORD IS READ AND ONLY THE PIN FIELDS MOVE ONTO THE FRESH
      * IMAGE, AS WITH THE PROTECTION LIMITS.
        SET-PLAYER-PIN.
            PERFORM GET-WORK-PLAYER-ID.
            DISPLAY "NEW PIN (4 TO 8 DIGITS, BLANK=UNLOCK ONLY): "
                WITH NO ADVANCING.
            ACCEPT PIN-ENTRY.
            PERFORM CHECK-PIN-FORMAT.
            IF PIN-ENTRY NOT = SPACES AND NOT PIN-FORMAT-IS-VALID
                DISPLAY "A PIN MUST BE 4 TO 8 DIGITS."
            ELSE
                MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID
                READ ACCOUNT-FILE
                    INVALID KEY
                        DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                    NOT INVALID KEY
                        MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                        IF PIN-FORMAT-IS-VALID
                            PERFORM ENCODE-PIN
                            MOVE PIN-CODE TO ACCT-PIN-CODE
                            MOVE "PINSET" TO MOVEMENT-OUTCOME
                        ELSE
                            MOVE "PINUNLOCK" TO MOVEMENT-OUTCOME
                        END-IF
                        MOVE 0 TO ACCT-PIN-FAILURES
                        MOVE SPACE TO ACCT-PIN-LOCK
                        REWRITE ACCOUNT-RECORD
                        MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                        PERFORM WRITE-ACCOUNT-JOURNAL
                        MOVE 0 TO MOVEMENT-AMOUNT
                        PERFORM WRITE-MOVEMENT-RECORD
                        IF PIN-FORMAT-IS-VALID
                            DISPLAY "PIN SET FOR ", WORK-PLAYER-ID
                        ELSE
                            DISPLAY "ACCOUNT ", WORK-PLAYER-ID,
                                " IS UNLOCKED."
                        END-IF
                END-READ
            END-IF.

      * A PIN IS FOUR TO EIGHT DIGITS, LEFT-JUSTIFIED, WITH NOTHING
      * BUT BLANKS BEHIND IT.
        CHECK-PIN-FORMAT.
            MOVE "N" TO PIN-FORMAT-SWITCH.
            MOVE 0 TO PIN-LENGTH.
            INSPECT PIN-ENTRY TALLYING PIN-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF PIN-LENGTH >= 4
                IF PIN-ENTRY(1:PIN-LENGTH) IS NUMERIC
                    IF PIN-LENGTH = 8
                        MOVE "Y" TO PIN-FORMAT-SWITCH
                    ELSE
                        IF PIN-ENTRY(PIN-LENGTH + 1:) = SPACES
                            MOVE "Y" TO PIN-FORMAT-SWITCH
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * ENCODES THE PIN JUST KEYED INTO THE NINE-DIGIT CODE THE
      * MASTER CARRIES. THE PIN AND THE PLAYER ID ARE FOLDED
      * TOGETHER CHARACTER BY CHARACTER, SO THE SAME PIN ON TWO
      * ACCOUNTS NEVER SHOWS AS THE SAME CODE. THE GAME ENCODES
      * THE PIN KEYED AT SIGN-ON THE SAME WAY AND COMPARES CODES.
        ENCODE-PIN.
            MOVE PIN-ENTRY TO PIN-KEY-PIN.
            MOVE ACCT-PLAYER-ID TO PIN-KEY-PLAYER-ID.
            PERFORM FOLD-PIN-KEY-TEXT.

      * A SUPERVISOR'S APPROVAL CODE IS ENCODED THE SAME WAY, FOLDED
      * WITH THE SUPERVISOR ID IN PLACE OF THE PLAYER ID.
        ENCODE-SUPERVISOR-CODE.
            MOVE PIN-ENTRY TO PIN-KEY-PIN.
            MOVE SUP-SUPERVISOR-ID TO PIN-KEY-PLAYER-ID.
            PERFORM FOLD-PIN-KEY-TEXT.

        FOLD-PIN-KEY-TEXT.
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

      * SHOWS THE TELLER AND SUPERVISOR WHAT IS BEING SIGNED OFF.
        SHOW-OVERRIDE-CHANGE.
            DISPLAY "NEEDS SUPERVISOR APPROVAL: ", OVERRIDE-FUNCTION,
                " ", OVERRIDE-BEFORE-VALUE, " TO ",
                OVERRIDE-AFTER-VALUE.

      * PUTS THE FUNCTION IN HAND TO A SUPERVISOR, WHO KEYS THEIR ID
      * AND APPROVAL CODE AT THE WINDOW. THE TELLER CANNOT SIGN OFF
      * THEIR OWN WORK, AND THE SUPERVISOR MUST BE ACTIVE ON THE
      * SUPERVISOR FILE WITH A CODE SET THAT MATCHES THE ONE KEYED.
      * WHY A SIGN-OFF WAS REFUSED IS KEPT FOR THE OVERRIDE LOG.
        OBTAIN-SUPERVISOR-APPROVAL.
            MOVE "N" TO APPROVAL-SWITCH.
            MOVE SPACES TO OVERRIDE-REASON.
            DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
            ACCEPT OVERRIDE-SUPERVISOR-ID.
            DISPLAY "APPROVAL CODE: " WITH NO ADVANCING.
            ACCEPT PIN-ENTRY.
            EVALUATE TRUE
                WHEN OVERRIDE-SUPERVISOR-ID = SPACES
                    MOVE "NO SUPV ID" TO OVERRIDE-REASON
                WHEN OVERRIDE-SUPERVISOR-ID = SHIFT-TELLER-ID
                    MOVE "SELF-APPROVE" TO OVERRIDE-REASON
                WHEN OTHER
                    PERFORM CHECK-SUPERVISOR-CODE
            END-EVALUATE.
            IF OVERRIDE-REASON = SPACES
                MOVE "Y" TO APPROVAL-SWITCH
                DISPLAY "APPROVED BY ", OVERRIDE-SUPERVISOR-ID
            ELSE
                DISPLAY "NOT APPROVED (", OVERRIDE-REASON,
                    ") - NOTHING CHANGED."
            END-IF.

      * LOOKS THE SUPERVISOR UP AND TESTS THE CODE KEYED. NO
      * SUPERVISOR FILE MEANS NOBODY CAN SIGN ANYTHING OFF YET.
        CHECK-SUPERVISOR-CODE.
            OPEN INPUT SUPERVISOR-FILE.
            IF SUPERVISOR-FILE-STATUS NOT = "00"
                MOVE "NO SUPV FILE" TO OVERRIDE-REASON
            ELSE
                PERFORM FIND-SUPERVISOR-RECORD
                EVALUATE TRUE
                    WHEN NOT SUPERVISOR-FOUND
                        MOVE "NOT ON FILE" TO OVERRIDE-REASON
                    WHEN NOT SUP-IS-ACTIVE
                        MOVE "NOT ACTIVE" TO OVERRIDE-REASON
                    WHEN SUP-APPROVAL-CODE IS NOT NUMERIC
                        MOVE "NO CODE SET" TO OVERRIDE-REASON
                    WHEN SUP-APPROVAL-CODE = 0
                        MOVE "NO CODE SET" TO OVERRIDE-REASON
                    WHEN OTHER
                        PERFORM TEST-SUPERVISOR-CODE
                END-EVALUATE
                CLOSE SUPERVISOR-FILE
            END-IF.

      * THE CODE KEYED MUST BE A WELL-FORMED CODE THAT ENCODES TO
      * THE ONE ON FILE.
        TEST-SUPERVISOR-CODE.
            PERFORM CHECK-PIN-FORMAT.
            IF PIN-FORMAT-IS-VALID
                PERFORM ENCODE-SUPERVISOR-CODE
                IF PIN-CODE NOT = SUP-APPROVAL-CODE
                    MOVE "WRONG CODE" TO OVERRIDE-REASON
                END-IF
            ELSE
                MOVE "WRONG CODE" TO OVERRIDE-REASON
            END-IF.

      * READS THE OPEN SUPERVISOR FILE UP TO THE SUPERVISOR KEYED,
      * LEAVING THAT RECORD IN THE RECORD AREA.
        FIND-SUPERVISOR-RECORD.
            MOVE "N" TO SUPERVISOR-FOUND-SWITCH.
            MOVE "N" TO END-OF-SUPVFILE-SWITCH.
            PERFORM READ-SUPERVISOR-RECORD
                UNTIL SUPERVISOR-FOUND OR END-OF-SUPVFILE.

        READ-SUPERVISOR-RECORD.
            READ SUPERVISOR-FILE
                AT END
                    MOVE "Y" TO END-OF-SUPVFILE-SWITCH
                NOT AT END
                    IF SUP-SUPERVISOR-ID = OVERRIDE-SUPERVISOR-ID
                        MOVE "Y" TO SUPERVISOR-FOUND-SWITCH
                    END-IF
            END-READ.

      * LOGS ONE SIGN-OFF, GIVEN OR REFUSED, UNDER THE TELLER AT THE
      * WINDOW AND THE SUPERVISOR KEYED.
        WRITE-OVERRIDE-RECORD.
            MOVE SPACES TO OVERRIDE-LOG-RECORD.
            MOVE FUNCTION CURRENT-DATE TO OVR-TIMESTAMP.
            MOVE SHIFT-TELLER-ID TO OVR-TELLER-ID.
            MOVE OVERRIDE-SUPERVISOR-ID TO OVR-SUPERVISOR-ID.
            MOVE WORK-PLAYER-ID TO OVR-PLAYER-ID.
            MOVE OVERRIDE-FUNCTION TO OVR-FUNCTION.
            MOVE OVERRIDE-BEFORE-VALUE TO OVR-BEFORE-VALUE.
            MOVE OVERRIDE-AFTER-VALUE TO OVR-AFTER-VALUE.
            IF OVERRIDE-IS-APPROVED
                MOVE "A" TO OVR-DECISION
            ELSE
                MOVE "R" TO OVR-DECISION
            END-IF.
            MOVE OVERRIDE-REASON TO OVR-REASON.
            WRITE OVERRIDE-LOG-RECORD.

      * OPENS THE OVERRIDE LOG FOR APPEND, CREATING IT THE FIRST
      * TIME THE CAGE RUNS UNDER DUAL CONTROL.
        OPEN-OVERRIDE-LOG.
            OPEN EXTEND OVERRIDE-LOG-FILE.
            IF OVERRIDE-LOG-STATUS = "35"
                OPEN OUTPUT OVERRIDE-LOG-FILE
                CLOSE OVERRIDE-LOG-FILE
                OPEN EXTEND OVERRIDE-LOG-FILE
            END-IF.

      * LETS A SUPERVISOR CHANGE THEIR OWN APPROVAL CODE. SECURITY
      * SEEDS THE FIRST CODE ON THE SUPERVISOR FILE; HERE THE CODE
      * ON FILE MUST BE KEYED BEFORE IT IS REPLACED, SO ONLY ITS
      * OWNER CAN CHANGE IT, AND AN ID WITH NO CODE IS TURNED AWAY.
      * A CODE CHANGED, A WRONG CURRENT CODE, AN ID WITH NO CODE OR
      * A FAILED REWRITE GOES ON THE OVERRIDE LOG WITH NO PLAYER ID.
        SET-SUPERVISOR-CODE.
            MOVE SPACES TO WORK-PLAYER-ID.
            DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
            ACCEPT OVERRIDE-SUPERVISOR-ID.
            OPEN I-O SUPERVISOR-FILE.
            IF SUPERVISOR-FILE-STATUS NOT = "00"
                DISPLAY "NO SUPERVISOR FILE - SECURITY MUST SET UP ",
                    "THE SUPERVISORS FIRST."
            ELSE
                PERFORM FIND-SUPERVISOR-RECORD
                EVALUATE TRUE
                    WHEN NOT SUPERVISOR-FOUND
                        DISPLAY "NO SUCH SUPERVISOR: ",
                            OVERRIDE-SUPERVISOR-ID
                    WHEN NOT SUP-IS-ACTIVE
                        DISPLAY "SUPERVISOR ", OVERRIDE-SUPERVISOR-ID,
                            " IS NOT ACTIVE."
                    WHEN OTHER
                        PERFORM CHANGE-SUPERVISOR-CODE
                END-EVALUATE
                CLOSE SUPERVISOR-FILE
            END-IF.

        CHANGE-SUPERVISOR-CODE.
            MOVE "SUPVCODE" TO OVERRIDE-FUNCTION.
            MOVE "NEW CODE" TO OVERRIDE-AFTER-VALUE.
            MOVE SPACES TO OVERRIDE-REASON.
            IF SUP-APPROVAL-CODE IS NUMERIC AND SUP-APPROVAL-CODE > 0
                MOVE "CODE SET" TO OVERRIDE-BEFORE-VALUE
                DISPLAY "CURRENT CODE: " WITH NO ADVANCING
                ACCEPT PIN-ENTRY
                PERFORM TEST-SUPERVISOR-CODE
            ELSE
                MOVE "NO CODE" TO OVERRIDE-BEFORE-VALUE
                MOVE "NO CODE SET" TO OVERRIDE-REASON
            END-IF.
            IF OVERRIDE-REASON NOT = SPACES
                MOVE "N" TO APPROVAL-SWITCH
                PERFORM WRITE-OVERRIDE-RECORD
                IF OVERRIDE-REASON = "NO CODE SET"
                    DISPLAY "NO CODE SET - SEE SECURITY"
                ELSE
                    DISPLAY "WRONG CODE - NOTHING CHANGED."
                END-IF
            ELSE
                DISPLAY "NEW CODE (4 TO 8 DIGITS): "
                    WITH NO ADVANCING
                ACCEPT PIN-ENTRY
                PERFORM CHECK-PIN-FORMAT
                IF PIN-FORMAT-IS-VALID
                    PERFORM STORE-SUPERVISOR-CODE
                ELSE
                    DISPLAY "A CODE MUST BE 4 TO 8 DIGITS."
                END-IF
            END-IF.

      * REWRITES THE SUPERVISOR RECORD WITH THE NEW CODE AND LOGS
      * THE CHANGE; IF THE REWRITE FAILS THE OLD CODE STANDS AND
      * THE LOG SHOWS THE CHANGE REFUSED.
        STORE-SUPERVISOR-CODE.
            PERFORM ENCODE-SUPERVISOR-CODE.
            MOVE PIN-CODE TO SUP-APPROVAL-CODE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO SUP-CODE-STAMP.
            REWRITE SUPERVISOR-RECORD.
            IF SUPERVISOR-FILE-STATUS = "00"
                MOVE "Y" TO APPROVAL-SWITCH
                PERFORM WRITE-OVERRIDE-RECORD
                DISPLAY "APPROVAL CODE SET FOR ",
                    OVERRIDE-SUPERVISOR-ID
            ELSE
                MOVE "N" TO APPROVAL-SWITCH
                MOVE "REWRITE FAIL" TO OVERRIDE-REASON
                PERFORM WRITE-OVERRIDE-RECORD
                DISPLAY "CODE NOT SAVED - SUPERVISOR FILE STATUS ",
                    SUPERVISOR-FILE-STATUS
            END-IF.

      * SETTLES A PLAYER'S MARKERS: R TAKES CASH AGAINST THEM, W
      * WRITES THEM OFF AS UNCOLLECTABLE. NEITHER MAY COME TO MORE
      * THAN THE PLAYER OWES, AND NEITHER TOUCHES THE BANKROLL - THE
      * CREDIT WENT ONTO THE BANKROLL WHEN THE MARKER WAS DRAWN. A
      * REPAYMENT IS CASH INTO THE DRAWER AND LANDS ON THE TRAIL AS
      * AN "MKRPAY" OUTCOME; A WRITE-OFF IS BOOKED ON THE MARKERS
      * FILE ALONE. THE OUTSTANDING BALANCE IS READ AGAIN AFTER THE
      * PROMPTS, SINCE A TABLE MAY DRAW WHILE THE TELLER WAITS.
        SETTLE-MARKERS.
            PERFORM GET-WORK-PLAYER-ID.
            PERFORM SCAN-MARKER-BALANCE.
            DISPLAY "MARKERS OUTSTANDING: ", MARKER-OUTSTANDING.
            IF MARKER-OUTSTANDING <= 0
                DISPLAY "NOTHING TO SETTLE FOR ", WORK-PLAYER-ID
            ELSE
                DISPLAY "R=REPAY W=WRITE OFF: " WITH NO ADVANCING
                ACCEPT MARKER-SETTLE-ACTION
                DISPLAY "AMOUNT: " WITH NO ADVANCING
                ACCEPT WORK-AMOUNT
                PERFORM SCAN-MARKER-BALANCE
                EVALUATE TRUE
                    WHEN MARKER-SETTLE-ACTION NOT = "R"
                        AND MARKER-SETTLE-ACTION NOT = "W"
                        DISPLAY "NOT VALID, PLEASE ENTER R OR W."
                    WHEN WORK-AMOUNT <= 0
                        DISPLAY "AMOUNT MUST BE MORE THAN ZERO."
                    WHEN WORK-AMOUNT > MARKER-OUTSTANDING
                        DISPLAY "MORE THAN IS OWED - OUTSTANDING IS ",
                            MARKER-OUTSTANDING
                    WHEN OTHER
                        PERFORM WRITE-MARKER-SETTLEMENT
                END-EVALUATE
            END-IF.

      * BOOKS A SETTLEMENT THE TELLER APPROVED ON THE MARKERS FILE
      * UNDER THE TELLER'S ID, AND FOR A REPAYMENT, ON THE TRAIL AND
      * IN THE DRAWER.
        WRITE-MARKER-SETTLEMENT.
            PERFORM OPEN-MARKER-FILE.
            MOVE SPACES TO MARKER-RECORD.
            MOVE FUNCTION CURRENT-DATE TO MKR-TIMESTAMP.
            MOVE WORK-PLAYER-ID TO MKR-PLAYER-ID.
            MOVE MARKER-SETTLE-ACTION TO MKR-ACTION.
            MOVE WORK-AMOUNT TO MKR-AMOUNT.
            MOVE SHIFT-TELLER-ID TO MKR-TELLER-ID.
            WRITE MARKER-RECORD.
            CLOSE MARKER-FILE.
            SUBTRACT WORK-AMOUNT FROM MARKER-OUTSTANDING.
            IF MARKER-SETTLE-ACTION = "R"
                MOVE "MKRPAY" TO MOVEMENT-OUTCOME
                MOVE WORK-AMOUNT TO MOVEMENT-AMOUNT
                PERFORM WRITE-MOVEMENT-RECORD
                ADD WORK-AMOUNT TO SHIFT-CASH-IN
                ADD 1 TO SHIFT-IN-COUNT
                DISPLAY "REPAID ", WORK-AMOUNT, " - STILL OWED ",
                    MARKER-OUTSTANDING
            ELSE
                DISPLAY "WROTE OFF ", WORK-AMOUNT, " - STILL OWED ",
                    MARKER-OUTSTANDING
            END-IF.

      * READS THE MARKERS FILE FOR WHAT THE PLAYER STILL OWES:
      * EVERY ISSUE LESS EVERY REPAYMENT AND WRITE-OFF. NO FILE
      * YET MEANS NO MARKER WAS EVER DRAWN.
        SCAN-MARKER-BALANCE.
            MOVE 0 TO MARKER-OUTSTANDING.
            MOVE "N" TO END-OF-MARKERS-SWITCH.
            OPEN INPUT MARKER-FILE.
            IF MARKER-FILE-STATUS = "00"
                PERFORM READ-MARKER-RECORD
                PERFORM TALLY-MARKER-RECORD UNTIL END-OF-MARKERS
                CLOSE MARKER-FILE
            END-IF.

        READ-MARKER-RECORD.
            READ MARKER-FILE
                AT END
                    MOVE "Y" TO END-OF-MARKERS-SWITCH
            END-READ.

        TALLY-MARKER-RECORD.
            IF MKR-PLAYER-ID = WORK-PLAYER-ID
                EVALUATE TRUE
                    WHEN MKR-IS-ISSUE
                        ADD MKR-AMOUNT TO MARKER-OUTSTANDING
                    WHEN MKR-IS-REPAYMENT
                    WHEN MKR-IS-WRITE-OFF
                        SUBTRACT MKR-AMOUNT FROM MARKER-OUTSTANDING
                END-EVALUATE
            END-IF.
            PERFORM READ-MARKER-RECORD.

      * OPENS THE MARKERS FILE FOR APPEND, CREATING IT THE FIRST
      * TIME ANYTHING IS BOOKED TO IT.
        OPEN-MARKER-FILE.
            OPEN EXTEND MARKER-FILE.
            IF MARKER-FILE-STATUS = "35"
                OPEN OUTPUT MARKER-FILE
                CLOSE MARKER-FILE
                OPEN EXTEND MARKER-FILE
            END-IF.

      * REGISTERS A PLAYER IN A TOURNAMENT. THE FIRST ENTRY TAKEN
      * FOR A TOURNAMENT ID THE FILE HAS NEVER SEEN SETS IT UP: THE
      * TELLER KEYS THE ENTRY FEE, THE STARTING CHIP COUNT AND THE
      * ROUNDS EACH TABLE SESSION PLAYS, AND THOSE TERMS HOLD FOR
      * EVERY LATER ENTRANT. A TOURNAMENT BJTOURN HAS ALREADY PAID
      * OUT TAKES NO MORE ENTRIES.
        ENTER-TOURNAMENT.
            PERFORM GET-WORK-TOURNEY-ID.
            PERFORM OPEN-TOURNAMENT-FILE.
            PERFORM READ-TOURNEY-HEADER.
            IF NOT TOURNEY-HEADER-FOUND
                PERFORM SET-UP-TOURNAMENT
            END-IF.
            IF TOURNEY-HEADER-FOUND
                IF TRH-IS-FINISHED
                    DISPLAY "TOURNAMENT ", WORK-TOURNEY-ID,
                        " HAS ALREADY BEEN PAID OUT."
                ELSE
                    MOVE TRH-ENTRY-FEE TO ENTRY-FEE-DUE
                    MOVE TRH-STARTING-CHIPS TO ENTRY-STARTING-CHIPS
                    DISPLAY "ENTRY FEE ", ENTRY-FEE-DUE,
                        " FOR ", ENTRY-STARTING-CHIPS, " CHIPS"
                    PERFORM GET-WORK-PLAYER-ID
                    PERFORM REGISTER-ENTRANT
                END-IF
            END-IF.
            CLOSE TOURNAMENT-FILE.

      * WRITES THE HEADER FOR A NEW TOURNAMENT. THE PRIZE POOL
      * STARTS EMPTY AND GROWS BY EACH ENTRY FEE TAKEN.
        SET-UP-TOURNAMENT.
            DISPLAY "NEW TOURNAMENT ", WORK-TOURNEY-ID.
            DISPLAY "ENTRY FEE: " WITH NO ADVANCING.
            ACCEPT ENTRY-FEE-DUE.
            DISPLAY "STARTING CHIPS: " WITH NO ADVANCING.
            ACCEPT ENTRY-STARTING-CHIPS.
            DISPLAY "ROUNDS PER TABLE SESSION: " WITH NO ADVANCING.
            ACCEPT ENTRY-ROUNDS.
            EVALUATE TRUE
                WHEN ENTRY-FEE-DUE < 0
                    DISPLAY "ENTRY FEE CANNOT BE NEGATIVE."
                WHEN ENTRY-STARTING-CHIPS <= 0
                    DISPLAY "STARTING CHIPS MUST BE MORE THAN ZERO."
                WHEN ENTRY-ROUNDS = 0
                    DISPLAY "ROUNDS MUST BE MORE THAN ZERO."
                WHEN OTHER
                    MOVE SPACES TO TOURNAMENT-RECORD
                    MOVE WORK-TOURNEY-ID TO TRN-TOURNEY-ID
                    MOVE SPACES TO TRN-PLAYER-ID
                    MOVE FUNCTION CURRENT-DATE(1:14) TO
                        TRH-CREATED-STAMP
                    MOVE ENTRY-FEE-DUE TO TRH-ENTRY-FEE
                    MOVE ENTRY-STARTING-CHIPS TO TRH-STARTING-CHIPS
                    MOVE ENTRY-ROUNDS TO TRH-ROUNDS-PER-SESSION
                    MOVE 0 TO TRH-PRIZE-POOL
                    MOVE 0 TO TRH-ENTRANT-COUNT
                    MOVE "O" TO TRH-TOURNEY-STATUS
                    WRITE TOURNAMENT-RECORD
                    MOVE "Y" TO TOURNEY-HEADER-SWITCH
                    DISPLAY "TOURNAMENT ", WORK-TOURNEY-ID, " SET UP."
            END-EVALUATE.

        REGISTER-ENTRANT.
            MOVE WORK-TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE WORK-PLAYER-ID TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                INVALID KEY
                    PERFORM CHARGE-ENTRY-FEE
                NOT INVALID KEY
                    DISPLAY "PLAYER ", WORK-PLAYER-ID,
                        " IS ALREADY ENTERED IN ", WORK-TOURNEY-ID
            END-READ.

      * CHARGES THE ENTRY FEE TO THE BANKROLL. ONLY A PLAYER WHO
      * COULD SIT DOWN AT A TABLE TODAY MAY ENTER - AN ACCOUNT THAT
      * IS NOT ACTIVE, OR IS SELF-EXCLUDED THROUGH TODAY, IS
      * REFUSED - AND THE FEE MUST BE ON THE BOOK. THE FEE LANDS ON
      * THE TRAIL AS AN "ENTRYFEE" OUTCOME FOLLOWED BY THE USUAL
      * BALANCE ANCHOR, AND THE ENTRANT GOES ON THE TOURNAMENT FILE
      * HOLDING THE STARTING CHIPS.
        CHARGE-ENTRY-FEE.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT ACCT-IS-ACTIVE
                            PERFORM SET-STATUS-WORD
                            DISPLAY "ACCOUNT IS ", STATUS-WORD,
                                " - NO TOURNAMENT ENTRY."
                        WHEN ACCT-EXCLUDED-UNTIL NOT = SPACES
                            AND ACCT-EXCLUDED-UNTIL >=
                                FUNCTION CURRENT-DATE(1:8)
                            DISPLAY "PLAYER IS SELF-EXCLUDED ",
                                "THROUGH ", ACCT-EXCLUDED-UNTIL
                        WHEN ENTRY-FEE-DUE > ACCT-BANKROLL-BAL
                            DISPLAY "INSUFFICIENT FUNDS - ",
                                "BALANCE IS ", ACCT-BANKROLL-BAL
                        WHEN OTHER
                            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                            SUBTRACT ENTRY-FEE-DUE FROM
                                ACCT-BANKROLL-BAL
                            REWRITE ACCOUNT-RECORD
                            MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                            PERFORM WRITE-ACCOUNT-JOURNAL
                            MOVE "ENTRYFEE" TO MOVEMENT-OUTCOME
                            MOVE ENTRY-FEE-DUE TO MOVEMENT-AMOUNT
                            PERFORM WRITE-MOVEMENT-RECORD
                            PERFORM WRITE-BALANCE-RECORD
                            PERFORM WRITE-ENTRANT-RECORD
                            DISPLAY "ENTERED ", WORK-PLAYER-ID,
                                " IN ", WORK-TOURNEY-ID,
                                " - NEW BALANCE: ", ACCT-BANKROLL-BAL
                    END-EVALUATE
            END-READ.

      * PUTS THE NEW ENTRANT ON THE FILE, LIVE, WITH THE STARTING
      * CHIPS, AND ADDS THE FEE TO THE HEADER'S PRIZE POOL.
        WRITE-ENTRANT-RECORD.
            MOVE SPACES TO TOURNAMENT-RECORD.
            MOVE WORK-TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE WORK-PLAYER-ID TO TRN-PLAYER-ID.
            MOVE FUNCTION CURRENT-DATE(1:14) TO TRN-ENTRY-STAMP.
            MOVE SHIFT-TELLER-ID TO TRN-TELLER-ID.
            MOVE ENTRY-FEE-DUE TO TRN-FEE-PAID.
            MOVE ENTRY-STARTING-CHIPS TO TRN-CHIP-COUNT.
            MOVE "A" TO TRN-ENTRANT-STATUS.
            MOVE 0 TO TRN-ROUNDS-PLAYED.
            MOVE 0 TO TRN-ELIMINATED-ROUND.
            MOVE 0 TO TRN-FINISH-PLACE.
            MOVE 0 TO TRN-PRIZE-AMOUNT.
            WRITE TOURNAMENT-RECORD.
            PERFORM READ-TOURNEY-HEADER.
            IF TOURNEY-HEADER-FOUND
                ADD ENTRY-FEE-DUE TO TRH-PRIZE-POOL
                ADD 1 TO TRH-ENTRANT-COUNT
                REWRITE TOURNAMENT-RECORD
            END-IF.

      * PAYS A PRIZE BJTOURN STAMPED DUE ONTO THE WINNER'S BANKROLL
      * AS A CAGE DEPOSIT. IT LANDS ON THE TRAIL AS ITS OWN "PRIZE"
      * OUTCOME, FOLLOWED BY THE BALANCE ANCHOR, AND THE ENTRANT IS
      * MARKED PAID SO THE SAME PRIZE CANNOT BE PAID TWICE. LIKE A
      * DEPOSIT, A CLOSED ACCOUNT TAKES NO MONEY - THE PRIZE STAYS
      * DUE UNTIL THE ACCOUNT IS SORTED OUT.
        PAY-TOURNAMENT-PRIZE.
            PERFORM GET-WORK-TOURNEY-ID.
            PERFORM GET-WORK-PLAYER-ID.
            PERFORM OPEN-TOURNAMENT-FILE.
            MOVE WORK-TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE WORK-PLAYER-ID TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                INVALID KEY
                    DISPLAY "PLAYER ", WORK-PLAYER-ID,
                        " IS NOT ENTERED IN ", WORK-TOURNEY-ID
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN TRN-PRIZE-IS-DUE
                            PERFORM CREDIT-TOURNAMENT-PRIZE
                        WHEN TRN-PRIZE-IS-PAID
                            DISPLAY "PRIZE ALREADY PAID AT ",
                                TRN-PRIZE-STAMP
                        WHEN OTHER
                            DISPLAY "NO PRIZE IS DUE TO ",
                                WORK-PLAYER-ID
                    END-EVALUATE
            END-READ.
            CLOSE TOURNAMENT-FILE.

        CREDIT-TOURNAMENT-PRIZE.
            MOVE WORK-PLAYER-ID TO ACCT-PLAYER-ID.
            READ ACCOUNT-FILE
                INVALID KEY
                    DISPLAY "NO SUCH PLAYER: ", WORK-PLAYER-ID
                NOT INVALID KEY
                    IF ACCT-IS-CLOSED
                        DISPLAY "ACCOUNT IS CLOSED - NO DEPOSITS."
                    ELSE
                        MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE
                        ADD TRN-PRIZE-AMOUNT TO ACCT-BANKROLL-BAL
                        REWRITE ACCOUNT-RECORD
                        MOVE "REWRITE" TO JOURNAL-ACTION-TEXT
                        PERFORM WRITE-ACCOUNT-JOURNAL
                        MOVE "PRIZE" TO MOVEMENT-OUTCOME
                        MOVE TRN-PRIZE-AMOUNT TO MOVEMENT-AMOUNT
                        PERFORM WRITE-MOVEMENT-RECORD
                        PERFORM WRITE-BALANCE-RECORD
                        MOVE "P" TO TRN-PRIZE-STATUS
                        MOVE FUNCTION CURRENT-DATE(1:14) TO
                            TRN-PRIZE-STAMP
                        REWRITE TOURNAMENT-RECORD
                        DISPLAY "PAID PRIZE ", TRN-PRIZE-AMOUNT,
                            " FOR PLACE ", TRN-FINISH-PLACE
                        DISPLAY "NEW BALANCE: ", ACCT-BANKROLL-BAL
                    END-IF
            END-READ.

      * READS THE TOURNAMENT'S HEADER - THE RECORD UNDER A BLANK
      * PLAYER ID.
        READ-TOURNEY-HEADER.
            MOVE "N" TO TOURNEY-HEADER-SWITCH.
            MOVE WORK-TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SPACES TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                NOT INVALID KEY
                    MOVE "Y" TO TOURNEY-HEADER-SWITCH
            END-READ.

      * OPENS THE TOURNAMENT FILE FOR ONE OPERATION, CREATING IT THE
      * FIRST TIME A TOURNAMENT IS SET UP.
        OPEN-TOURNAMENT-FILE.
            OPEN I-O TOURNAMENT-FILE.
            IF TOURNAMENT-FILE-STATUS = "35"
                OPEN OUTPUT TOURNAMENT-FILE
                CLOSE TOURNAMENT-FILE
                OPEN I-O TOURNAMENT-FILE
            END-IF.

        SET-STATUS-WORD.
            EVALUATE TRUE
                WHEN ACCT-IS-BARRED
                    MOVE "BARRED" TO STATUS-WORD
                WHEN ACCT-IS-CLOSED
                    MOVE "CLOSED" TO STATUS-WORD
                WHEN ACCT-IS-DORMANT
                    MOVE "DORMANT" TO STATUS-WORD
                WHEN OTHER
                    MOVE "ACTIVE" TO STATUS-WORD
            END-EVALUATE.
        GET-WORK-PLAYER-ID.
            DISPLAY "PLAYER ID: " WITH NO ADVANCING.
            ACCEPT WORK-PLAYER-ID.

        GET-WORK-TOURNEY-ID.
            DISPLAY "TOURNAMENT ID: " WITH NO ADVANCING.
            ACCEPT WORK-TOURNEY-ID.
