         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJTRAY.
        AUTHOR.         FRED SHIH.

      * THE TABLE CHIP-TRAY INVENTORY. THE HOUSE LEDGER SAYS WHAT
      * THE HOUSE SHOULD HAVE WON AT EACH TABLE; THE TRAY SAYS WHAT
      * IT DID. THE PIT KEYS THE OPENING COUNT, EVERY FILL AND
      * CREDIT SLIP THAT PASSES BETWEEN THE CAGE AND THE TABLE, AND
      * THE CLOSING COUNT, ONE TRAY RECORD PER TABLE PER GAMING
      * DAY. THE WIN PROOF THEN WORKS OUT EACH TABLE'S WIN FROM THE
      * TRAY - CLOSER LESS OPENER PLUS CREDITS LESS FILLS - AND
      * HOLDS IT AGAINST THE SAME TABLE'S HOUSE-LEDGER RESULT FOR
      * THE DAY. A VARIANCE PAST TOLERANCE, A TRAY NEVER CLOSED, OR
      * A TABLE THAT BOOKED PLAY WITH NO TRAY AT ALL IS PRINTED AS
      * AN EXCEPTION AND ENDS THE JOB WITH RETURN CODE 8.
      * EVERY SLIP NAMES THE CAGE TELLER WHOSE DRAWER PAID OUT THE
      * FILL OR TOOK BACK THE CREDIT; BJTELLER PICKS THOSE SLIPS UP
      * AT THE CLOSE OF THAT TELLER'S SHIFT SO THE DRAWER PROOF
      * STILL BALANCES.
      * UNDER THE NIGHTLY DRIVER ONLY THE WIN PROOF RUNS, FOR THE
      * NIGHT'S BUSINESS DATE; RUN ON ITS OWN, THE PROGRAM OFFERS
      * THE PIT'S ENTRY MENU.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAY-FILE ASSIGN TO "TRAYFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRY-KEY
                FILE STATUS IS TRAY-FILE-STATUS.

            SELECT HOUSE-LEDGER-FILE ASSIGN TO "HOUSELED"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS HOUSE-LEDGER-STATUS.

            SELECT TRAY-REPORT-FILE ASSIGN TO "TRAYRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS TRAY-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRAY-FILE.
            COPY TRAYREC.

        FD  HOUSE-LEDGER-FILE.
            COPY HSELEDRC.

        FD  TRAY-REPORT-FILE.
        01  TRAY-REPORT-RECORD          PIC X(120).

        WORKING-STORAGE SECTION.
        01  TRAY-FILE-STATUS         PIC X(02)   VALUE "00".
        01  HOUSE-LEDGER-STATUS      PIC X(02)   VALUE "00".
        01  TRAY-REPORT-STATUS       PIC X(02)   VALUE "00".
        01  TRAY-FUNCTION            PIC X       VALUE SPACE.
        01  TRAY-DONE-SWITCH         PIC X       VALUE "N".
            88  TRAY-IS-DONE                      VALUE "Y".
        01  END-OF-FILE-SWITCH       PIC X       VALUE "N".
            88  END-OF-FILE                       VALUE "Y".
        01  NO-TRAY-FILE-SWITCH      PIC X       VALUE "N".
            88  NO-TRAY-FILE                      VALUE "Y".
        01  WORK-TABLE-ID            PIC X(04)   VALUE SPACES.
        01  WORK-GAMING-DATE         PIC X(08)   VALUE SPACES.
        01  WORK-AMOUNT              PIC S9(7)V99 VALUE 0.
        01  WORK-TELLER-ID           PIC X(08)   VALUE SPACES.
        01  SLIP-TYPE                PIC X       VALUE SPACE.
        01  SLIP-INDEX               PIC 9(02)   VALUE 0.
        01  SLIP-WORD                PIC X(06)   VALUE SPACES.
        01  TRAY-FILLS               PIC S9(9)V99 VALUE 0.
        01  TRAY-CREDITS             PIC S9(9)V99 VALUE 0.
        01  TRAY-WIN                 PIC S9(9)V99 VALUE 0.
      * THE MOST A TRAY'S WIN MAY STRAY FROM THE HOUSE LEDGER, EITHER
      * WAY, BEFORE THE TABLE IS PRINTED AS AN EXCEPTION.
        01  TRAY-TOLERANCE           PIC S9(7)V99 VALUE 5.00.
        01  PROOF-DATE               PIC X(08)   VALUE SPACES.
      * ONE ENTRY PER TABLE THAT BOOKED PLAY OR KEPT A TRAY ON THE
      * DAY BEING PROVED: THE LEDGER'S RESULT AND THE TRAY'S WIN.
        01  PROOF-TABLE.
            05  PROOF-COUNT          PIC 9(03)   VALUE 0.
            05  PROOF-ENTRY          OCCURS 100 TIMES.
                10  PRF-TABLE-ID     PIC X(04).
                10  PRF-LEDGER-SWITCH PIC X.
                    88  PRF-HAS-LEDGER            VALUE "Y".
                10  PRF-LEDGER-RESULT PIC S9(9)V99.
                10  PRF-TRAY-STATE   PIC X.
                    88  PRF-NO-TRAY               VALUE "N".
                    88  PRF-TRAY-OPEN             VALUE "O".
                    88  PRF-TRAY-CLOSED           VALUE "C".
                10  PRF-TRAY-WIN     PIC S9(9)V99.
        01  PROOF-INDEX              PIC 9(03)   VALUE 0.
        01  SCAN-INDEX               PIC 9(03)   VALUE 0.
        01  SEARCH-TABLE-ID          PIC X(04)   VALUE SPACES.
        01  PROOF-FOUND-SWITCH       PIC X       VALUE "N".
            88  PROOF-IS-FOUND                    VALUE "Y".
        01  PROOF-FULL-SWITCH        PIC X       VALUE "N".
            88  PROOF-TABLE-FULL                  VALUE "Y".
        01  PROOF-VARIANCE           PIC S9(9)V99 VALUE 0.
        01  EXCEPTION-COUNT          PIC 9(03)   VALUE 0.
        01  PROVED-COUNT             PIC 9(03)   VALUE 0.
        01  AMOUNT-ED                PIC -(8)9.99.
        01  LEDGER-ED                PIC -(8)9.99.
        01  VARIANCE-ED              PIC -(8)9.99.
        01  COUNT-ED                 PIC ZZ9.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "TABLE CHIP-TRAY INVENTORY".
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO PROOF-DATE
                OPEN INPUT TRAY-FILE
                IF TRAY-FILE-STATUS = "35"
                    MOVE "Y" TO NO-TRAY-FILE-SWITCH
                END-IF
                PERFORM PROVE-TABLE-WIN
                IF NOT NO-TRAY-FILE
                    CLOSE TRAY-FILE
                END-IF
            ELSE
                PERFORM OPEN-TRAY-FILE
                PERFORM TRAY-SESSION UNTIL TRAY-IS-DONE
                CLOSE TRAY-FILE
            END-IF.
            GOBACK.

      * OPENS THE TRAY FILE FOR THE PIT, CREATING IT THE FIRST TIME
      * A TRAY IS EVER COUNTED.
        OPEN-TRAY-FILE.
            OPEN I-O TRAY-FILE.
            IF TRAY-FILE-STATUS = "35"
                OPEN OUTPUT TRAY-FILE
                CLOSE TRAY-FILE
                OPEN I-O TRAY-FILE
            END-IF.

      * ONE TRIP THROUGH THE MENU, REPEATED UNTIL THE PIT QUITS.
        TRAY-SESSION.
            DISPLAY " ".
            DISPLAY "O=OPENER F=FILL C=CREDIT X=CLOSER L=LIST ",
                "W=WIN PROOF Q=QUIT".
            DISPLAY "FUNCTION: " WITH NO ADVANCING.
            ACCEPT TRAY-FUNCTION.
            EVALUATE TRAY-FUNCTION
                WHEN "O"
                    PERFORM ENTER-OPENER
                WHEN "F"
                WHEN "C"
                    MOVE TRAY-FUNCTION TO SLIP-TYPE
                    PERFORM ENTER-SLIP
                WHEN "X"
                    PERFORM ENTER-CLOSER
                WHEN "L"
                    PERFORM LIST-TRAY
                WHEN "W"
                    PERFORM GET-PROOF-DATE
                    PERFORM PROVE-TABLE-WIN
                WHEN "Q"
                    MOVE "Y" TO TRAY-DONE-SWITCH
                WHEN OTHER
                    DISPLAY "NOT VALID, PLEASE ENTER O, F, C, X, ",
                        "L, W OR Q."
            END-EVALUATE.

      * STARTS THE DAY'S TRAY FOR A TABLE WITH ITS OPENING COUNT. A
      * TRAY ALREADY OPENED FOR THAT TABLE AND DAY IS LEFT ALONE.
        ENTER-OPENER.
            PERFORM GET-TRAY-KEY.
            DISPLAY "OPENING TRAY COUNT: " WITH NO ADVANCING.
            ACCEPT WORK-AMOUNT.
            IF WORK-AMOUNT < 0
                DISPLAY "A TRAY COUNT CANNOT BE NEGATIVE."
            ELSE
                MOVE WORK-TABLE-ID TO TRY-TABLE-ID
                MOVE WORK-GAMING-DATE TO TRY-GAMING-DATE
                READ TRAY-FILE
                    INVALID KEY
                        PERFORM WRITE-NEW-TRAY
                    NOT INVALID KEY
                        DISPLAY "TABLE ", WORK-TABLE-ID,
                            " ALREADY OPENED FOR ", WORK-GAMING-DATE,
                            " WITH ", TRY-OPENER-AMOUNT
                END-READ
            END-IF.

        WRITE-NEW-TRAY.
            MOVE SPACES TO TRAY-RECORD.
            MOVE WORK-TABLE-ID TO TRY-TABLE-ID.
            MOVE WORK-GAMING-DATE TO TRY-GAMING-DATE.
            MOVE WORK-AMOUNT TO TRY-OPENER-AMOUNT.
            MOVE FUNCTION CURRENT-DATE(1:14) TO TRY-OPENER-STAMP.
            MOVE 0 TO TRY-CLOSER-AMOUNT.
            MOVE 0 TO TRY-SLIP-COUNT.
            WRITE TRAY-RECORD.
            DISPLAY "TABLE ", WORK-TABLE-ID, " OPENED FOR ",
                WORK-GAMING-DATE, " WITH ", TRY-OPENER-AMOUNT.

      * BOOKS A FILL (F) OR CREDIT (C) SLIP TO AN OPEN TRAY UNDER
      * THE CAGE TELLER WHOSE DRAWER MOVED THE CHIPS. A TRAY NOT
      * YET OPENED OR ALREADY CLOSED TAKES NO SLIPS.
        ENTER-SLIP.
            PERFORM GET-TRAY-KEY.
            DISPLAY "CAGE TELLER ID: " WITH NO ADVANCING.
            ACCEPT WORK-TELLER-ID.
            DISPLAY "SLIP AMOUNT: " WITH NO ADVANCING.
            ACCEPT WORK-AMOUNT.
            IF WORK-AMOUNT <= 0
                DISPLAY "SLIP AMOUNT MUST BE MORE THAN ZERO."
            ELSE
                MOVE WORK-TABLE-ID TO TRY-TABLE-ID
                MOVE WORK-GAMING-DATE TO TRY-GAMING-DATE
                READ TRAY-FILE
                    INVALID KEY
                        DISPLAY "TABLE ", WORK-TABLE-ID,
                            " HAS NO OPENER FOR ", WORK-GAMING-DATE
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN TRY-CLOSER-STAMP NOT = SPACES
                                DISPLAY "TRAY IS ALREADY CLOSED - ",
                                    "NO MORE SLIPS."
                            WHEN TRY-SLIP-COUNT >= 20
                                DISPLAY "TRAY HOLDS 20 SLIPS - SEE ",
                                    "THE PIT SUPERVISOR."
                            WHEN OTHER
                                PERFORM ADD-TRAY-SLIP
                        END-EVALUATE
                END-READ
            END-IF.

        ADD-TRAY-SLIP.
            ADD 1 TO TRY-SLIP-COUNT.
            MOVE TRY-SLIP-COUNT TO SLIP-INDEX.
            MOVE SLIP-TYPE TO TRY-SLIP-TYPE(SLIP-INDEX).
            MOVE WORK-AMOUNT TO TRY-SLIP-AMOUNT(SLIP-INDEX).
            MOVE FUNCTION CURRENT-DATE(1:14) TO
                TRY-SLIP-STAMP(SLIP-INDEX).
            MOVE WORK-TELLER-ID TO TRY-SLIP-TELLER-ID(SLIP-INDEX).
            REWRITE TRAY-RECORD.
            PERFORM SET-SLIP-WORD.
            DISPLAY SLIP-WORD, " OF ", WORK-AMOUNT, " BOOKED TO ",
                "TABLE ", WORK-TABLE-ID, " - TELLER ", WORK-TELLER-ID.

      * CLOSES THE DAY'S TRAY WITH ITS CLOSING COUNT AND SHOWS THE
      * WIN THE TRAY WORKS OUT TO.
        ENTER-CLOSER.
            PERFORM GET-TRAY-KEY.
            DISPLAY "CLOSING TRAY COUNT: " WITH NO ADVANCING.
            ACCEPT WORK-AMOUNT.
            IF WORK-AMOUNT < 0
                DISPLAY "A TRAY COUNT CANNOT BE NEGATIVE."
            ELSE
                MOVE WORK-TABLE-ID TO TRY-TABLE-ID
                MOVE WORK-GAMING-DATE TO TRY-GAMING-DATE
                READ TRAY-FILE
                    INVALID KEY
                        DISPLAY "TABLE ", WORK-TABLE-ID,
                            " HAS NO OPENER FOR ", WORK-GAMING-DATE
                    NOT INVALID KEY
                        IF TRY-CLOSER-STAMP NOT = SPACES
                            DISPLAY "TRAY ALREADY CLOSED WITH ",
                                TRY-CLOSER-AMOUNT
                        ELSE
                            MOVE WORK-AMOUNT TO TRY-CLOSER-AMOUNT
                            MOVE FUNCTION CURRENT-DATE(1:14) TO
                                TRY-CLOSER-STAMP
                            REWRITE TRAY-RECORD
                            PERFORM COMPUTE-TRAY-WIN
                            MOVE TRAY-WIN TO AMOUNT-ED
                            DISPLAY "TABLE ", WORK-TABLE-ID,
                                " CLOSED - TRAY WIN ", AMOUNT-ED
                        END-IF
                END-READ
            END-IF.

      * SHOWS ONE TRAY: OPENER, EVERY SLIP, AND THE CLOSER AND WIN
      * ONCE IT IS CLOSED.
        LIST-TRAY.
            PERFORM GET-TRAY-KEY.
            MOVE WORK-TABLE-ID TO TRY-TABLE-ID.
            MOVE WORK-GAMING-DATE TO TRY-GAMING-DATE.
            READ TRAY-FILE
                INVALID KEY
                    DISPLAY "NO TRAY FOR TABLE ", WORK-TABLE-ID,
                        " ON ", WORK-GAMING-DATE
                NOT INVALID KEY
                    DISPLAY "OPENER  ", TRY-OPENER-STAMP, "  ",
                        TRY-OPENER-AMOUNT
                    PERFORM LIST-ONE-SLIP
                        VARYING SLIP-INDEX FROM 1 BY 1
                        UNTIL SLIP-INDEX > TRY-SLIP-COUNT
                    IF TRY-CLOSER-STAMP = SPACES
                        DISPLAY "TRAY NOT YET CLOSED."
                    ELSE
                        PERFORM COMPUTE-TRAY-WIN
                        MOVE TRAY-WIN TO AMOUNT-ED
                        DISPLAY "CLOSER  ", TRY-CLOSER-STAMP, "  ",
                            TRY-CLOSER-AMOUNT
                        DISPLAY "TRAY WIN ", AMOUNT-ED
                    END-IF
            END-READ.

        LIST-ONE-SLIP.
            MOVE TRY-SLIP-TYPE(SLIP-INDEX) TO SLIP-TYPE.
            PERFORM SET-SLIP-WORD.
            DISPLAY SLIP-WORD, "  ", TRY-SLIP-STAMP(SLIP-INDEX),
                "  ", TRY-SLIP-AMOUNT(SLIP-INDEX), "  TELLER ",
                TRY-SLIP-TELLER-ID(SLIP-INDEX).

      * THE TRAY'S WIN FOR THE RECORD IN HAND: CLOSER LESS OPENER,
      * PLUS THE CHIPS CREDITED BACK TO THE CAGE, LESS THE CHIPS
      * THE CAGE FILLED IN.
        COMPUTE-TRAY-WIN.
            MOVE 0 TO TRAY-FILLS.
            MOVE 0 TO TRAY-CREDITS.
            PERFORM ADD-ONE-SLIP
                VARYING SLIP-INDEX FROM 1 BY 1
                UNTIL SLIP-INDEX > TRY-SLIP-COUNT.
            COMPUTE TRAY-WIN =
                TRY-CLOSER-AMOUNT - TRY-OPENER-AMOUNT
                + TRAY-CREDITS - TRAY-FILLS.

        ADD-ONE-SLIP.
            IF TRY-SLIP-IS-FILL(SLIP-INDEX)
                ADD TRY-SLIP-AMOUNT(SLIP-INDEX) TO TRAY-FILLS
            ELSE
                ADD TRY-SLIP-AMOUNT(SLIP-INDEX) TO TRAY-CREDITS
            END-IF.

        SET-SLIP-WORD.
            IF SLIP-TYPE = "F"
                MOVE "FILL" TO SLIP-WORD
            ELSE
                MOVE "CREDIT" TO SLIP-WORD
            END-IF.

        GET-TRAY-KEY.
            DISPLAY "TABLE ID: " WITH NO ADVANCING.
            ACCEPT WORK-TABLE-ID.
            DISPLAY "GAMING DAY (YYYYMMDD, BLANK=TODAY): "
                WITH NO ADVANCING.
            ACCEPT WORK-GAMING-DATE.
            IF WORK-GAMING-DATE = SPACES
                OR WORK-GAMING-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO WORK-GAMING-DATE
            END-IF.

        GET-PROOF-DATE.
            DISPLAY "GAMING DAY TO PROVE (YYYYMMDD, BLANK=TODAY): "
                WITH NO ADVANCING.
            ACCEPT PROOF-DATE.
            IF PROOF-DATE = SPACES OR PROOF-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO PROOF-DATE
            END-IF.

      * THE WIN PROOF FOR ONE GAMING DAY. THE HOUSE LEDGER IS READ
      * FOR EVERY TABLE'S RESULT THAT DAY, THE TRAY FILE FOR EVERY
      * TABLE'S TRAY, AND THE TWO ARE PRINTED SIDE BY SIDE. ANY
      * EXCEPTION ENDS THE JOB WITH RETURN CODE 8.
        PROVE-TABLE-WIN.
            MOVE 0 TO PROOF-COUNT.
            MOVE 0 TO EXCEPTION-COUNT.
            MOVE 0 TO PROVED-COUNT.
            MOVE "N" TO PROOF-FULL-SWITCH.
            PERFORM LOAD-LEDGER-RESULTS.
            PERFORM LOAD-TRAY-WINS.
            OPEN OUTPUT TRAY-REPORT-FILE.
            PERFORM WRITE-PROOF-HEADER.
            PERFORM WRITE-PROOF-LINE
                VARYING PROOF-INDEX FROM 1 BY 1
                UNTIL PROOF-INDEX > PROOF-COUNT.
            PERFORM WRITE-PROOF-FOOTER.
            CLOSE TRAY-REPORT-FILE.
            DISPLAY "TABLES PROVED: ", PROVED-COUNT,
                "  EXCEPTIONS: ", EXCEPTION-COUNT.
            IF EXCEPTION-COUNT > 0 OR PROOF-TABLE-FULL
                MOVE 8 TO RETURN-CODE
            END-IF.

        LOAD-LEDGER-RESULTS.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT HOUSE-LEDGER-FILE.
            IF HOUSE-LEDGER-STATUS = "00"
                PERFORM READ-LEDGER-RECORD
                PERFORM TALLY-LEDGER-RECORD UNTIL END-OF-FILE
                CLOSE HOUSE-LEDGER-FILE
            END-IF.

        READ-LEDGER-RECORD.
            READ HOUSE-LEDGER-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        TALLY-LEDGER-RECORD.
            IF HSE-STAMP-DATE = PROOF-DATE
                MOVE HSE-TABLE-ID TO SEARCH-TABLE-ID
                PERFORM LOCATE-PROOF-ENTRY
                IF PROOF-IS-FOUND
                    MOVE "Y" TO PRF-LEDGER-SWITCH(PROOF-INDEX)
                    ADD HSE-HOUSE-AMOUNT TO
                        PRF-LEDGER-RESULT(PROOF-INDEX)
                END-IF
            END-IF.
            PERFORM READ-LEDGER-RECORD.

      * WALKS THE TRAY FILE IN KEY ORDER FOR THE DAY'S TRAYS. NO
      * TRAY FILE AT ALL LEAVES EVERY TABLE THAT BOOKED PLAY AS AN
      * EXCEPTION.
        LOAD-TRAY-WINS.
            MOVE "N" TO END-OF-FILE-SWITCH.
            IF NO-TRAY-FILE
                MOVE "Y" TO END-OF-FILE-SWITCH
            END-IF.
            IF NOT END-OF-FILE
                MOVE LOW-VALUES TO TRY-KEY
                START TRAY-FILE KEY >= TRY-KEY
                    INVALID KEY
                        MOVE "Y" TO END-OF-FILE-SWITCH
                END-START
            END-IF.
            PERFORM TALLY-ONE-TRAY UNTIL END-OF-FILE.

        TALLY-ONE-TRAY.
            READ TRAY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
                NOT AT END
                    IF TRY-GAMING-DATE = PROOF-DATE
                        MOVE TRY-TABLE-ID TO SEARCH-TABLE-ID
                        PERFORM LOCATE-PROOF-ENTRY
                        IF PROOF-IS-FOUND
                            PERFORM POST-TRAY-WIN
                        END-IF
                    END-IF
            END-READ.

        POST-TRAY-WIN.
            IF TRY-CLOSER-STAMP = SPACES
                MOVE "O" TO PRF-TRAY-STATE(PROOF-INDEX)
            ELSE
                PERFORM COMPUTE-TRAY-WIN
                MOVE "C" TO PRF-TRAY-STATE(PROOF-INDEX)
                MOVE TRAY-WIN TO PRF-TRAY-WIN(PROOF-INDEX)
            END-IF.

      * FINDS THE TABLE'S PROOF ENTRY, ADDING ONE IF THE TABLE IS
      * NEW. A FULL TABLE LEAVES THE TABLE UNPROVED AND IS REPORTED.
        LOCATE-PROOF-ENTRY.
            MOVE "N" TO PROOF-FOUND-SWITCH.
            MOVE 1 TO SCAN-INDEX.
            PERFORM SCAN-PROOF-ENTRY UNTIL PROOF-IS-FOUND
                OR SCAN-INDEX > PROOF-COUNT.
            IF NOT PROOF-IS-FOUND
                IF PROOF-COUNT < 100
                    ADD 1 TO PROOF-COUNT
                    MOVE PROOF-COUNT TO PROOF-INDEX
                    MOVE SEARCH-TABLE-ID TO PRF-TABLE-ID(PROOF-INDEX)
                    MOVE "N" TO PRF-LEDGER-SWITCH(PROOF-INDEX)
                    MOVE 0 TO PRF-LEDGER-RESULT(PROOF-INDEX)
                    MOVE "N" TO PRF-TRAY-STATE(PROOF-INDEX)
                    MOVE 0 TO PRF-TRAY-WIN(PROOF-INDEX)
                    MOVE "Y" TO PROOF-FOUND-SWITCH
                ELSE
                    MOVE "Y" TO PROOF-FULL-SWITCH
                END-IF
            END-IF.

        SCAN-PROOF-ENTRY.
            IF PRF-TABLE-ID(SCAN-INDEX) = SEARCH-TABLE-ID
                MOVE "Y" TO PROOF-FOUND-SWITCH
                MOVE SCAN-INDEX TO PROOF-INDEX
            END-IF.
            ADD 1 TO SCAN-INDEX.

        WRITE-PROOF-HEADER.
            MOVE SPACES TO TRAY-REPORT-RECORD.
            STRING "TABLE WIN PROOF - TRAY AGAINST HOUSE LEDGER - "
                                                DELIMITED BY SIZE
                   PROOF-DATE                   DELIMITED BY SIZE
                INTO TRAY-REPORT-RECORD.
            WRITE TRAY-REPORT-RECORD.
            MOVE SPACES TO TRAY-REPORT-RECORD.
            WRITE TRAY-REPORT-RECORD.

      * ONE LINE PER TABLE. A CLOSED TRAY WITHIN TOLERANCE OF THE
      * LEDGER PROVES; EVERYTHING ELSE IS AN EXCEPTION.
        WRITE-PROOF-LINE.
            MOVE PRF-TRAY-WIN(PROOF-INDEX) TO AMOUNT-ED.
            MOVE PRF-LEDGER-RESULT(PROOF-INDEX) TO LEDGER-ED.
            COMPUTE PROOF-VARIANCE =
                PRF-TRAY-WIN(PROOF-INDEX)
                - PRF-LEDGER-RESULT(PROOF-INDEX).
            MOVE PROOF-VARIANCE TO VARIANCE-ED.
            MOVE SPACES TO TRAY-REPORT-RECORD.
            EVALUATE TRUE
                WHEN PRF-NO-TRAY(PROOF-INDEX)
                    ADD 1 TO EXCEPTION-COUNT
                    STRING "TBL "               DELIMITED BY SIZE
                           PRF-TABLE-ID(PROOF-INDEX)
                                                DELIMITED BY SIZE
                           "  LEDGER="          DELIMITED BY SIZE
                           LEDGER-ED            DELIMITED BY SIZE
                           "  *** NO TRAY COUNTED ***"
                                                DELIMITED BY SIZE
                        INTO TRAY-REPORT-RECORD
                WHEN PRF-TRAY-OPEN(PROOF-INDEX)
                    ADD 1 TO EXCEPTION-COUNT
                    STRING "TBL "               DELIMITED BY SIZE
                           PRF-TABLE-ID(PROOF-INDEX)
                                                DELIMITED BY SIZE
                           "  LEDGER="          DELIMITED BY SIZE
                           LEDGER-ED            DELIMITED BY SIZE
                           "  *** TRAY NOT CLOSED ***"
                                                DELIMITED BY SIZE
                        INTO TRAY-REPORT-RECORD
                WHEN PROOF-VARIANCE > TRAY-TOLERANCE
                    OR PROOF-VARIANCE < 0 - TRAY-TOLERANCE
                    ADD 1 TO EXCEPTION-COUNT
                    STRING "TBL "               DELIMITED BY SIZE
                           PRF-TABLE-ID(PROOF-INDEX)
                                                DELIMITED BY SIZE
                           "  TRAY="            DELIMITED BY SIZE
                           AMOUNT-ED            DELIMITED BY SIZE
                           "  LEDGER="          DELIMITED BY SIZE
                           LEDGER-ED            DELIMITED BY SIZE
                           "  VARIANCE="        DELIMITED BY SIZE
                           VARIANCE-ED          DELIMITED BY SIZE
                           "  *** OUT OF TOLERANCE ***"
                                                DELIMITED BY SIZE
                        INTO TRAY-REPORT-RECORD
                WHEN OTHER
                    ADD 1 TO PROVED-COUNT
                    STRING "TBL "               DELIMITED BY SIZE
                           PRF-TABLE-ID(PROOF-INDEX)
                                                DELIMITED BY SIZE
                           "  TRAY="            DELIMITED BY SIZE
                           AMOUNT-ED            DELIMITED BY SIZE
                           "  LEDGER="          DELIMITED BY SIZE
                           LEDGER-ED            DELIMITED BY SIZE
                           "  VARIANCE="        DELIMITED BY SIZE
                           VARIANCE-ED          DELIMITED BY SIZE
                           "  PROVED"           DELIMITED BY SIZE
                        INTO TRAY-REPORT-RECORD
            END-EVALUATE.
            WRITE TRAY-REPORT-RECORD.

        WRITE-PROOF-FOOTER.
            MOVE SPACES TO TRAY-REPORT-RECORD.
            WRITE TRAY-REPORT-RECORD.
            MOVE PROVED-COUNT TO COUNT-ED.
            MOVE SPACES TO TRAY-REPORT-RECORD.
            STRING "TABLES PROVED:    "         DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO TRAY-REPORT-RECORD.
            WRITE TRAY-REPORT-RECORD.
            MOVE EXCEPTION-COUNT TO COUNT-ED.
            MOVE SPACES TO TRAY-REPORT-RECORD.
            STRING "TABLE EXCEPTIONS: "         DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO TRAY-REPORT-RECORD.
            WRITE TRAY-REPORT-RECORD.
            IF PROOF-TABLE-FULL
                MOVE SPACES TO TRAY-REPORT-RECORD
                STRING "MORE THAN 100 TABLES ON THE DAY - THE REST "
                                                DELIMITED BY SIZE
                       "ARE NOT PROVED"         DELIMITED BY SIZE
                    INTO TRAY-REPORT-RECORD
                WRITE TRAY-REPORT-RECORD
            END-IF.
