         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJTOURN.
        AUTHOR.         FRED SHIH.

      * TOURNAMENT CLOSE-OUT: FINAL STANDINGS AND PRIZE-POOL PAYOUTS.
      * RUN ONCE THE LAST TOURNAMENT TABLE HAS FINISHED ITS SESSION.
      * THE FIELD IS RANKED THE SAME WAY THE TABLES' ROUND-BY-ROUND
      * LEADERBOARD RANKS IT - LIVE ENTRANTS FIRST BY CHIP COUNT,
      * THEN THE ELIMINATED, THE LATEST KNOCKED OUT FIRST - AND
      * EVERY ENTRANT HAS ITS FINISHING PLACE STAMPED ON THE
      * TOURNAMENT FILE. THE PRIZE POOL (EVERY ENTRY FEE TAKEN) IS
      * SPLIT ACROSS THE PAYING PLACES; EACH PRIZE IS STAMPED DUE ON
      * THE WINNER'S ENTRY, AND THE CAGE PAYS IT ONTO THE BANKROLL
      * AS A DEPOSIT THROUGH BJTELLER'S PRIZE FUNCTION. THE
      * TOURNAMENT IS THEN MARKED FINISHED, SO IT TAKES NO MORE
      * ENTRIES, OPENS NO MORE TABLES, AND IS NEVER PAID OUT TWICE.
      * THE FINAL STANDINGS PRINT AS THE PRIZE REPORT, CLOSING ON A
      * PROOF THAT THE PRIZES STAMPED ADD BACK TO THE POOL. AN
      * UNKNOWN, ALREADY-FINISHED OR EMPTY TOURNAMENT ENDS THE JOB
      * WITH RETURN CODE 8 AND NOTHING STAMPED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TOURNAMENT-FILE ASSIGN TO "TOURNEY"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRN-KEY
                FILE STATUS IS TOURNAMENT-FILE-STATUS.

            SELECT PRIZE-REPORT-FILE ASSIGN TO "PRIZERPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS PRIZE-REPORT-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "TRNWORK".

        DATA DIVISION.
        FILE SECTION.
        FD  TOURNAMENT-FILE.
            COPY TRNREC.

        FD  PRIZE-REPORT-FILE.
        01  PRIZE-REPORT-RECORD         PIC X(120).

      * THE FINISHING ORDER: LIVE ENTRANTS FIRST, RICHEST FIRST;
      * THEN THE ELIMINATED, THE LATEST KNOCKED OUT FIRST AND
      * RICHER AHEAD OF POORER WITHIN THE SAME ROUND. A DEAD HEAT
      * GOES TO THE LOWER PLAYER ID.
        SD  SORT-WORK-FILE.
        01  SORT-RECORD.
            05  SRT-STANDING            PIC X(01).
            05  SRT-ELIMINATED-ROUND    PIC 9(03).
            05  SRT-CHIP-COUNT          PIC S9(7)V99.
            05  SRT-PLAYER-ID           PIC X(10).
            05  SRT-ROUNDS-PLAYED       PIC 9(03).

        WORKING-STORAGE SECTION.
        01  TOURNAMENT-FILE-STATUS   PIC X(02)   VALUE "00".
        01  PRIZE-REPORT-STATUS      PIC X(02)   VALUE "00".
        01  TOURNEY-ID               PIC X(08)   VALUE SPACES.
        01  HEADER-FOUND-SWITCH      PIC X       VALUE "N".
            88  HEADER-FOUND                      VALUE "Y".
        01  END-OF-ENTRANTS-SWITCH   PIC X       VALUE "N".
            88  END-OF-ENTRANTS                   VALUE "Y".
        01  END-OF-SORT-SWITCH       PIC X       VALUE "N".
            88  END-OF-SORT                       VALUE "Y".
      * THE SPLIT OF THE POOL, IN PERCENT, ACROSS THE PAYING PLACES.
      * A FIELD TOO SMALL TO FILL EVERY PAYING PLACE ROLLS THE
      * UNCLAIMED SHARES TO FIRST PLACE, AS IT DOES THE ODD CENTS
      * LEFT OVER FROM THE SPLIT, SO THE WHOLE POOL IS ALWAYS PAID.
        01  PRIZE-SHARE-VALUES.
            05  FILLER               PIC 9(03)   VALUE 50.
            05  FILLER               PIC 9(03)   VALUE 30.
            05  FILLER               PIC 9(03)   VALUE 20.
        01  PRIZE-SHARE-TABLE REDEFINES PRIZE-SHARE-VALUES.
            05  PRIZE-SHARE-PCT      PIC 9(03)   OCCURS 3 TIMES.
        01  PLACE-PRIZE-TABLE.
            05  PLACE-PRIZE          PIC S9(7)V99 OCCURS 3 TIMES.
        01  PLACES-PAID              PIC 9(01)   VALUE 0.
        01  PLACE-IDX                PIC 9(01)   VALUE 0.
        01  PRIZE-POOL               PIC S9(7)V99 VALUE 0.
        01  PRIZES-ALLOCATED         PIC S9(7)V99 VALUE 0.
        01  PRIZES-STAMPED           PIC S9(7)V99 VALUE 0.
        01  ENTRANT-COUNT            PIC 9(05)   VALUE 0.
        01  FINISH-PLACE             PIC 9(05)   VALUE 0.
        01  PRIZE-AMOUNT-WORK        PIC S9(7)V99 VALUE 0.
        01  WINNERS-COUNT            PIC 9(05)   VALUE 0.
        01  STANDING-TEXT            PIC X(20)   VALUE SPACES.
        01  PLACE-ED                 PIC ZZZZ9.
        01  ROUND-ED                 PIC ZZ9.
        01  CHIPS-ED                 PIC -(7)9.99.
        01  PRIZE-ED                 PIC -(7)9.99.
        01  TOTAL-ED                 PIC -(8)9.99.
        01  COUNT-ED                 PIC ZZZZ9.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "TOURNAMENT CLOSE-OUT".
            DISPLAY "TOURNAMENT ID: " WITH NO ADVANCING.
            ACCEPT TOURNEY-ID.
            OPEN I-O TOURNAMENT-FILE.
            IF TOURNAMENT-FILE-STATUS NOT = "00"
                DISPLAY "TOURNAMENT FILE WILL NOT OPEN - STATUS ",
                    TOURNAMENT-FILE-STATUS, ". NOTHING PAID OUT."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM READ-TOURNEY-HEADER
                EVALUATE TRUE
                    WHEN NOT HEADER-FOUND
                        DISPLAY "NO SUCH TOURNAMENT: ", TOURNEY-ID
                        MOVE 8 TO RETURN-CODE
                    WHEN TRH-IS-FINISHED
                        DISPLAY "TOURNAMENT ", TOURNEY-ID,
                            " HAS ALREADY BEEN PAID OUT."
                        MOVE 8 TO RETURN-CODE
                    WHEN TRH-ENTRANT-COUNT = 0
                        DISPLAY "TOURNAMENT ", TOURNEY-ID,
                            " HAS NO ENTRANTS."
                        MOVE 8 TO RETURN-CODE
                    WHEN OTHER
                        PERFORM PAY-OUT-TOURNAMENT
                END-EVALUATE
                CLOSE TOURNAMENT-FILE
            END-IF.
            GOBACK.

      * READS THE TOURNAMENT'S HEADER - THE RECORD UNDER A BLANK
      * PLAYER ID.
        READ-TOURNEY-HEADER.
            MOVE "N" TO HEADER-FOUND-SWITCH.
            MOVE TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SPACES TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                NOT INVALID KEY
                    MOVE "Y" TO HEADER-FOUND-SWITCH
            END-READ.

      * SPLITS THE POOL, RANKS THE FIELD AND STAMPS EVERY PLACE,
      * THEN CLOSES THE TOURNAMENT ON ITS HEADER.
        PAY-OUT-TOURNAMENT.
            MOVE TRH-PRIZE-POOL TO PRIZE-POOL.
            MOVE TRH-ENTRANT-COUNT TO ENTRANT-COUNT.
            PERFORM SPLIT-PRIZE-POOL.
            OPEN OUTPUT PRIZE-REPORT-FILE.
            PERFORM WRITE-REPORT-HEADER.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-STANDING
                   DESCENDING KEY SRT-ELIMINATED-ROUND SRT-CHIP-COUNT
                   ASCENDING KEY SRT-PLAYER-ID
                INPUT PROCEDURE RELEASE-ENTRANTS
                OUTPUT PROCEDURE STAMP-PLACES.
            PERFORM WRITE-REPORT-FOOTER.
            CLOSE PRIZE-REPORT-FILE.
            PERFORM READ-TOURNEY-HEADER.
            IF HEADER-FOUND
                MOVE "F" TO TRH-TOURNEY-STATUS
                REWRITE TOURNAMENT-RECORD
            END-IF.
            MOVE PRIZES-STAMPED TO TOTAL-ED.
            DISPLAY "TOURNAMENT ", TOURNEY-ID, " CLOSED - ",
                WINNERS-COUNT, " PRIZE(S) DUE TOTALING ", TOTAL-ED.

      * WORKS OUT EACH PAYING PLACE'S PRIZE. ONLY AS MANY PLACES PAY
      * AS THERE ARE ENTRANTS TO FILL THEM; EVERY PLACE BELOW FIRST
      * TAKES ITS SHARE ROUNDED DOWN TO THE CENT, AND FIRST PLACE
      * TAKES WHATEVER IS LEFT.
        SPLIT-PRIZE-POOL.
            MOVE 3 TO PLACES-PAID.
            IF ENTRANT-COUNT < 3
                MOVE ENTRANT-COUNT TO PLACES-PAID
            END-IF.
            INITIALIZE PLACE-PRIZE-TABLE.
            MOVE 0 TO PRIZES-ALLOCATED.
            PERFORM SET-PLACE-PRIZE VARYING PLACE-IDX FROM 2 BY 1
                UNTIL PLACE-IDX > PLACES-PAID.
            COMPUTE PLACE-PRIZE(1) = PRIZE-POOL - PRIZES-ALLOCATED.

        SET-PLACE-PRIZE.
            COMPUTE PLACE-PRIZE(PLACE-IDX) =
                PRIZE-POOL * PRIZE-SHARE-PCT(PLACE-IDX) / 100.
            ADD PLACE-PRIZE(PLACE-IDX) TO PRIZES-ALLOCATED.

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
                        MOVE TRN-ENTRANT-STATUS TO SRT-STANDING
                        MOVE TRN-ELIMINATED-ROUND TO
                            SRT-ELIMINATED-ROUND
                        MOVE TRN-CHIP-COUNT TO SRT-CHIP-COUNT
                        MOVE TRN-PLAYER-ID TO SRT-PLAYER-ID
                        MOVE TRN-ROUNDS-PLAYED TO SRT-ROUNDS-PLAYED
                        RELEASE SORT-RECORD
                    END-IF
            END-READ.

        STAMP-PLACES.
            MOVE 0 TO FINISH-PLACE.
            MOVE 0 TO PRIZES-STAMPED.
            MOVE 0 TO WINNERS-COUNT.
            MOVE "N" TO END-OF-SORT-SWITCH.
            PERFORM RETURN-SORTED-ENTRANT.
            PERFORM STAMP-ONE-PLACE UNTIL END-OF-SORT.

        RETURN-SORTED-ENTRANT.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.

      * STAMPS ONE ENTRANT'S FINISHING PLACE, AND ITS PRIZE IF THE
      * PLACE PAYS, ON THE TOURNAMENT FILE AND PRINTS ITS LINE.
        STAMP-ONE-PLACE.
            ADD 1 TO FINISH-PLACE.
            MOVE 0 TO PRIZE-AMOUNT-WORK.
            IF FINISH-PLACE <= PLACES-PAID
                MOVE PLACE-PRIZE(FINISH-PLACE) TO PRIZE-AMOUNT-WORK
            END-IF.
            MOVE TOURNEY-ID TO TRN-TOURNEY-ID.
            MOVE SRT-PLAYER-ID TO TRN-PLAYER-ID.
            READ TOURNAMENT-FILE
                NOT INVALID KEY
                    MOVE FINISH-PLACE TO TRN-FINISH-PLACE
                    MOVE PRIZE-AMOUNT-WORK TO TRN-PRIZE-AMOUNT
                    IF PRIZE-AMOUNT-WORK > 0
                        MOVE "D" TO TRN-PRIZE-STATUS
                        ADD PRIZE-AMOUNT-WORK TO PRIZES-STAMPED
                        ADD 1 TO WINNERS-COUNT
                    END-IF
                    REWRITE TOURNAMENT-RECORD
            END-READ.
            PERFORM WRITE-STANDING-LINE.
            PERFORM RETURN-SORTED-ENTRANT.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            STRING "FINAL STANDINGS - TOURNAMENT " DELIMITED BY SIZE
                   TOURNEY-ID                   DELIMITED BY SIZE
                   " - "                        DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE
                INTO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            STRING "PLACE  PLAYER ID          CHIPS  ROUNDS"
                                                DELIMITED BY SIZE
                   "  STANDING                     PRIZE"
                                                DELIMITED BY SIZE
                INTO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.

        WRITE-STANDING-LINE.
            MOVE FINISH-PLACE TO PLACE-ED.
            MOVE SRT-CHIP-COUNT TO CHIPS-ED.
            MOVE SRT-ROUNDS-PLAYED TO ROUND-ED.
            MOVE PRIZE-AMOUNT-WORK TO PRIZE-ED.
            MOVE SPACES TO STANDING-TEXT.
            IF SRT-STANDING = "E"
                MOVE SRT-ELIMINATED-ROUND TO ROUND-ED
                STRING "OUT IN ROUND "      DELIMITED BY SIZE
                       ROUND-ED             DELIMITED BY SIZE
                    INTO STANDING-TEXT
                MOVE SRT-ROUNDS-PLAYED TO ROUND-ED
            ELSE
                MOVE "LIVE AT THE END" TO STANDING-TEXT
            END-IF.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            STRING PLACE-ED                     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SRT-PLAYER-ID                DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   CHIPS-ED                     DELIMITED BY SIZE
                   "     "                      DELIMITED BY SIZE
                   ROUND-ED                     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   STANDING-TEXT                DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   PRIZE-ED                     DELIMITED BY SIZE
                INTO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.

      * CLOSES THE REPORT ON THE POOL PROOF: THE PRIZES STAMPED DUE
      * MUST ADD BACK TO THE POOL THE ENTRY FEES BUILT.
        WRITE-REPORT-FOOTER.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.
            MOVE FINISH-PLACE TO COUNT-ED.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            STRING "ENTRANTS PLACED           " DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.
            MOVE PRIZE-POOL TO TOTAL-ED.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            STRING "PRIZE POOL                " DELIMITED BY SIZE
                   TOTAL-ED                     DELIMITED BY SIZE
                INTO PRIZE-REPORT-RECORD.
            WRITE PRIZE-REPORT-RECORD.
            MOVE PRIZES-STAMPED TO TOTAL-ED.
            MOVE SPACES TO PRIZE-REPORT-RECORD.
            IF PRIZES-STAMPED = PRIZE-POOL
                STRING "PRIZES DUE TO THE CAGE    " DELIMITED BY SIZE
                       TOTAL-ED                     DELIMITED BY SIZE
                       "  IN PROOF"                 DELIMITED BY SIZE
                    INTO PRIZE-REPORT-RECORD
            ELSE
                STRING "PRIZES DUE TO THE CAGE    " DELIMITED BY SIZE
                       TOTAL-ED                     DELIMITED BY SIZE
                       "  *** DOES NOT PROVE ***"   DELIMITED BY SIZE
                    INTO PRIZE-REPORT-RECORD
                MOVE 8 TO RETURN-CODE
            END-IF.
            WRITE PRIZE-REPORT-RECORD.
