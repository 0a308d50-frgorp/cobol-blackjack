         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJDEALER.
        AUTHOR.         FRED SHIH.

      * DEALER PERFORMANCE. ROLLS THE HOUSE LEDGER UP BY THE DEALER
      * WHO WAS ON THE BOX: ONE LINE PER DEALER, TABLE AND GAMING
      * DAY (A SHIFT) SHOWING THE HANDS DEALT, THE DROP, THE HOUSE
      * RESULT AND THE HOLD, FIGURED EXACTLY AS BJHOUSE FIGURES
      * THEM. THE AUDIT TRAIL IS WALKED ALONGSIDE FOR THE DEALER'S
      * TIME ON THE BOX - FROM EACH DEALERIN TO ITS DEALEROUT, OR
      * FROM THE FIRST TO THE LAST RECORD THE DEALER STAMPED IN A
      * SESSION THAT LOST EITHER ONE - AND THE HANDS SETTLED IN
      * THAT TIME, GIVING HANDS PER HOUR. TOURNAMENT HANDS COUNT
      * TOWARD THE PACE BUT NEVER TOWARD THE MONEY, SINCE THEY ARE
      * NOT ON THE LEDGER. A SHIFT WITH NO TRAIL TIME (ITS DAY ALREADY
      * CUT TO AN ARCHIVE) PRINTS N/A FOR THE PACE; RUN ON ITS OWN,
      * THE JOB CAN BE POINTED AT A CONCATENATION OF ARCHIVES, WHOSE
      * CONTROL TRAILERS ARE PASSED OVER. EACH SHIFT ALSO CLOSES A
      * ROLLING WINDOW OVER THE DEALER'S MOST RECENT SHIFTS AT THE
      * TABLE, AND A DEALER WHOSE HOLD ACROSS A FULL WINDOW FALLS
      * OUTSIDE THE TABLE'S NORMAL RANGE (FROM THE HOLDRNG CONTROL
      * FILE) IS FLAGGED ON THE LINE AND LISTED AGAIN AT THE FOOT
      * OF THE REPORT FOR THE FLOOR TO FOLLOW UP. LEDGER AND TRAIL
      * RECORDS WITH NO DEALER ID - UNATTENDED TABLES, AND EVERY
      * RECORD WRITTEN BEFORE THE DEALER ID EXISTED - ARE LEFT OUT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HOLD-RANGE-FILE ASSIGN TO "HOLDRNG"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS HOLD-RANGE-STATUS.

            SELECT HOUSE-LEDGER-FILE ASSIGN TO "HOUSELED"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS HOUSE-LEDGER-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITFLE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "DLRWORK".

            SELECT DEALER-REPORT-FILE ASSIGN TO "DEALRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS DEALER-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  HOLD-RANGE-FILE.
            COPY HOLDRNG.

        FD  HOUSE-LEDGER-FILE.
            COPY HSELEDRC.

        FD  AUDIT-FILE.
            COPY AUDITREC.
            COPY ARCTRLRC.

      * LEDGER ENTRIES (SOURCE "L") AND TRAIL RECORDS (SOURCE "T")
      * SORT TOGETHER BY DEALER, TABLE, DAY, SESSION SEED AND TIME.
        SD  SORT-WORK-FILE.
        01  SORT-RECORD.
            05  SRT-DEALER-ID           PIC X(08).
            05  SRT-TABLE-ID            PIC X(04).
            05  SRT-STAMP-DATE          PIC X(08).
            05  SRT-RANDOM-SEED         PIC 9(08).
            05  SRT-STAMP-TIME          PIC X(18).
            05  SRT-SOURCE              PIC X(01).
                88  SRT-FROM-LEDGER     VALUE "L".
                88  SRT-FROM-TRAIL      VALUE "T".
            05  SRT-ENTRY-TYPE          PIC X(10).
            05  SRT-WAGER-AMOUNT        PIC S9(7)V99.
            05  SRT-HOUSE-AMOUNT        PIC S9(7)V99.

        FD  DEALER-REPORT-FILE.
        01  DEALER-REPORT-RECORD        PIC X(120).

        WORKING-STORAGE SECTION.
        01  HOLD-RANGE-STATUS        PIC X(02)   VALUE "00".
        01  HOUSE-LEDGER-STATUS      PIC X(02)   VALUE "00".
        01  AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
        01  DEALER-REPORT-STATUS     PIC X(02)   VALUE "00".
        01  END-OF-FILE-SWITCH       PIC X       VALUE "N".
            88  END-OF-FILE                       VALUE "Y".
        01  END-OF-SORT-SWITCH       PIC X       VALUE "N".
            88  END-OF-SORT                       VALUE "Y".
        01  FIRST-RECORD-SWITCH      PIC X       VALUE "Y".
            88  IS-FIRST-RECORD                   VALUE "Y".
      * THE COMPILED-IN HOUSE RANGE: A DEALER HOLDING UNDER NOTHING
      * OR OVER TWENTY PERCENT ACROSS FIVE SHIFTS IS FLAGGED. A
      * BLANK-TABLE RECORD ON THE CONTROL FILE REPLACES IT.
        01  HOUSE-LOW-HOLD           PIC 9(03)V99 VALUE 0.
        01  HOUSE-HIGH-HOLD          PIC 9(03)V99 VALUE 20.00.
        01  HOUSE-WINDOW-SHIFTS      PIC 9(02)   VALUE 5.
        01  MAX-WINDOW-SHIFTS        PIC 9(02)   VALUE 10.
      * THE TABLES WITH A RANGE OF THEIR OWN. A SWITCH OF "N" OR A
      * ZERO WINDOW MEANS THAT FIELD FALLS BACK TO THE HOUSE RANGE.
        01  RANGE-TABLE.
            05  RANGE-COUNT          PIC 9(03)   VALUE 0.
            05  RANGE-ENTRY          OCCURS 50 TIMES.
                10  RNG-TABLE-ID     PIC X(04).
                10  RNG-RANGE-SWITCH PIC X(01).
                    88  RNG-RANGE-IS-SET  VALUE "Y".
                10  RNG-LOW-HOLD     PIC 9(03)V99.
                10  RNG-HIGH-HOLD    PIC 9(03)V99.
                10  RNG-WINDOW-SHIFTS PIC 9(02).
        01  RANGE-INDEX              PIC 9(03)   VALUE 0.
        01  RANGE-OVERFLOW-SWITCH    PIC X       VALUE "N".
            88  RANGE-TABLE-OVERFLOWED            VALUE "Y".
      * THE RANGE IN FORCE FOR THE TABLE BEING REPORTED.
        01  TABLE-LOW-HOLD           PIC 9(03)V99 VALUE 0.
        01  TABLE-HIGH-HOLD          PIC 9(03)V99 VALUE 0.
        01  TABLE-WINDOW-SHIFTS      PIC 9(02)   VALUE 0.
        01  BREAK-DEALER-ID          PIC X(08)   VALUE SPACES.
        01  BREAK-TABLE-ID           PIC X(04)   VALUE SPACES.
        01  BREAK-DATE               PIC X(08)   VALUE SPACES.
        01  BREAK-SESSION-SEED       PIC 9(08)   VALUE 0.
        01  SHIFT-HANDS              PIC 9(05)   VALUE 0.
        01  SHIFT-DROP               PIC S9(9)V99 VALUE 0.
        01  SHIFT-RESULT             PIC S9(9)V99 VALUE 0.
        01  SHIFT-TRAIL-HANDS        PIC 9(05)   VALUE 0.
        01  SHIFT-BOX-SECONDS        PIC 9(07)   VALUE 0.
      * ONE STINT ON THE BOX WITHIN A SESSION, IN SECONDS PAST
      * MIDNIGHT.
        01  STINT-OPEN-SWITCH        PIC X       VALUE "N".
            88  STINT-IS-OPEN                     VALUE "Y".
        01  STINT-START-SECONDS      PIC 9(05)   VALUE 0.
        01  STINT-LAST-SECONDS       PIC 9(05)   VALUE 0.
        01  RECORD-SECONDS           PIC 9(05)   VALUE 0.
        01  CLOCK-TIME.
            05  CLOCK-HOURS          PIC 9(02).
            05  CLOCK-MINUTES        PIC 9(02).
            05  CLOCK-SECONDS        PIC 9(02).
      * THE DEALER'S MOST RECENT SHIFTS AT THE TABLE, OLDEST FIRST.
        01  SHIFT-WINDOW.
            05  WINDOW-COUNT         PIC 9(02)   VALUE 0.
            05  WINDOW-ENTRY         OCCURS 10 TIMES.
                10  WIN-DROP         PIC S9(9)V99.
                10  WIN-RESULT       PIC S9(9)V99.
        01  WINDOW-INDEX             PIC 9(02)   VALUE 0.
        01  WINDOW-DROP              PIC S9(11)V99 VALUE 0.
        01  WINDOW-RESULT            PIC S9(11)V99 VALUE 0.
        01  WINDOW-FULL-SWITCH       PIC X       VALUE "N".
            88  WINDOW-IS-FULL                    VALUE "Y".
        01  OUT-OF-RANGE-SWITCH      PIC X       VALUE "N".
            88  HOLD-OUT-OF-RANGE                 VALUE "Y".
      * FLAGGED SHIFTS ARE COLLECTED DURING THE SORT AND PRINTED AS
      * THEIR OWN SECTION AFTER THE DETAIL.
        01  FLAG-TABLE.
            05  FLAG-COUNT           PIC 9(03)   VALUE 0.
            05  FLAG-ENTRY           OCCURS 200 TIMES.
                10  FLG-DEALER-ID    PIC X(08).
                10  FLG-TABLE-ID     PIC X(04).
                10  FLG-DATE         PIC X(08).
                10  FLG-WINDOW-HOLD  PIC S9(3)V99.
                10  FLG-LOW-HOLD     PIC 9(03)V99.
                10  FLG-HIGH-HOLD    PIC 9(03)V99.
                10  FLG-SHIFTS       PIC 9(02).
        01  TABLE-INDEX              PIC 9(03)   VALUE 0.
        01  TABLE-FULL-SWITCH        PIC X       VALUE "N".
            88  REPORT-TABLE-FULL                 VALUE "Y".
        01  SHIFT-LINE-COUNT         PIC 9(05)   VALUE 0.
        01  HOLD-PERCENT             PIC S9(3)V99 VALUE 0.
        01  WINDOW-HOLD-PERCENT      PIC S9(3)V99 VALUE 0.
        01  BOX-HOURS                PIC 9(03)V99 VALUE 0.
        01  HANDS-PER-HOUR           PIC 9(05)   VALUE 0.
        01  HANDS-ED                 PIC ZZZZ9.
        01  DROP-ED                  PIC -(8)9.99.
        01  RESULT-ED                PIC -(8)9.99.
        01  HOLD-PERCENT-ED          PIC -(3)9.99.
        01  WINDOW-HOLD-ED           PIC -(3)9.99.
        01  LOW-HOLD-ED              PIC ZZ9.99.
        01  HIGH-HOLD-ED             PIC ZZ9.99.
        01  BOX-HOURS-ED             PIC ZZ9.99.
        01  PACE-TEXT                PIC X(05)   VALUE SPACES.
        01  PACE-ED                  PIC ZZZZ9.
        01  WINDOW-SHIFTS-ED         PIC Z9.
        01  FLAG-MARK                PIC X(02)   VALUE SPACES.
        01  COUNT-ED                 PIC ZZZZ9.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "DEALER PERFORMANCE".
            PERFORM LOAD-HOLD-RANGES.
            OPEN OUTPUT DEALER-REPORT-FILE.
            PERFORM WRITE-REPORT-HEADER.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-DEALER-ID
                                 SRT-TABLE-ID
                                 SRT-STAMP-DATE
                                 SRT-RANDOM-SEED
                                 SRT-STAMP-TIME
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE RELEASE-DEALER-RECORDS
                OUTPUT PROCEDURE PRODUCE-REPORT.
            PERFORM WRITE-FLAG-SECTION.
            CLOSE DEALER-REPORT-FILE.
            DISPLAY "SHIFTS REPORTED: ", SHIFT-LINE-COUNT,
                "  OUTSIDE THE NORMAL HOLD RANGE: ", FLAG-COUNT.
            IF REPORT-TABLE-FULL
                DISPLAY "MORE FLAGGED SHIFTS THAN THE REPORT TABLE ",
                    "HOLDS - SEE THE REPORT."
                MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

      * PICKS UP THE NORMAL HOLD RANGES. THE BLANK-TABLE RECORD
      * REPLACES THE COMPILED-IN HOUSE RANGE FIELD BY FIELD; EVERY
      * OTHER RECORD IS KEPT FOR ITS OWN TABLE. A MISSING FILE
      * LEAVES THE HOUSE RANGE IN FORCE FOR EVERY TABLE.
        LOAD-HOLD-RANGES.
            OPEN INPUT HOLD-RANGE-FILE.
            IF HOLD-RANGE-STATUS = "00"
                MOVE "N" TO END-OF-FILE-SWITCH
                PERFORM READ-HOLD-RANGE-RECORD
                PERFORM LOAD-ONE-HOLD-RANGE UNTIL END-OF-FILE
                CLOSE HOLD-RANGE-FILE
            END-IF.
            IF RANGE-TABLE-OVERFLOWED
                DISPLAY "MORE TABLES ON THE HOLD RANGE FILE THAN ",
                    "THE JOB HOLDS - THE REST USE THE HOUSE RANGE."
            END-IF.
            MOVE HOUSE-LOW-HOLD TO LOW-HOLD-ED.
            MOVE HOUSE-HIGH-HOLD TO HIGH-HOLD-ED.
            DISPLAY "HOUSE HOLD RANGE ", LOW-HOLD-ED, "% TO ",
                HIGH-HOLD-ED, "% OVER ", HOUSE-WINDOW-SHIFTS,
                " SHIFT(S); ", RANGE-COUNT, " TABLE RANGE(S).".

        READ-HOLD-RANGE-RECORD.
            READ HOLD-RANGE-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        LOAD-ONE-HOLD-RANGE.
            IF HRG-TABLE-ID = SPACES
                IF HRG-LOW-HOLD-PCT IS NUMERIC
                    AND HRG-HIGH-HOLD-PCT IS NUMERIC
                    AND HRG-HIGH-HOLD-PCT > HRG-LOW-HOLD-PCT
                    MOVE HRG-LOW-HOLD-PCT TO HOUSE-LOW-HOLD
                    MOVE HRG-HIGH-HOLD-PCT TO HOUSE-HIGH-HOLD
                END-IF
                IF HRG-WINDOW-SHIFTS IS NUMERIC
                    AND HRG-WINDOW-SHIFTS > 0
                    AND HRG-WINDOW-SHIFTS NOT > MAX-WINDOW-SHIFTS
                    MOVE HRG-WINDOW-SHIFTS TO HOUSE-WINDOW-SHIFTS
                END-IF
            ELSE
                IF RANGE-COUNT < 50
                    ADD 1 TO RANGE-COUNT
                    MOVE HRG-TABLE-ID TO RNG-TABLE-ID(RANGE-COUNT)
                    MOVE "N" TO RNG-RANGE-SWITCH(RANGE-COUNT)
                    MOVE 0 TO RNG-LOW-HOLD(RANGE-COUNT)
                    MOVE 0 TO RNG-HIGH-HOLD(RANGE-COUNT)
                    MOVE 0 TO RNG-WINDOW-SHIFTS(RANGE-COUNT)
                    IF HRG-LOW-HOLD-PCT IS NUMERIC
                        AND HRG-HIGH-HOLD-PCT IS NUMERIC
                        AND HRG-HIGH-HOLD-PCT > HRG-LOW-HOLD-PCT
                        MOVE "Y" TO RNG-RANGE-SWITCH(RANGE-COUNT)
                        MOVE HRG-LOW-HOLD-PCT TO
                            RNG-LOW-HOLD(RANGE-COUNT)
                        MOVE HRG-HIGH-HOLD-PCT TO
                            RNG-HIGH-HOLD(RANGE-COUNT)
                    END-IF
                    IF HRG-WINDOW-SHIFTS IS NUMERIC
                        AND HRG-WINDOW-SHIFTS NOT > MAX-WINDOW-SHIFTS
                        MOVE HRG-WINDOW-SHIFTS TO
                            RNG-WINDOW-SHIFTS(RANGE-COUNT)
                    END-IF
                ELSE
                    MOVE "Y" TO RANGE-OVERFLOW-SWITCH
                END-IF
            END-IF.
            PERFORM READ-HOLD-RANGE-RECORD.

      * FEEDS THE SORT: EVERY LEDGER ENTRY THAT CARRIES A DEALER,
      * THEN EVERY TRAIL RECORD THAT MARKS THE DEALER'S TIME OR A
      * SETTLED HAND.
        RELEASE-DEALER-RECORDS.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT HOUSE-LEDGER-FILE.
            IF HOUSE-LEDGER-STATUS = "00"
                PERFORM READ-LEDGER-RECORD
                PERFORM RELEASE-LEDGER-RECORD UNTIL END-OF-FILE
                CLOSE HOUSE-LEDGER-FILE
            END-IF.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "00"
                PERFORM READ-TRAIL-RECORD
                PERFORM RELEASE-TRAIL-RECORD UNTIL END-OF-FILE
                CLOSE AUDIT-FILE
            END-IF.

        READ-LEDGER-RECORD.
            READ HOUSE-LEDGER-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        RELEASE-LEDGER-RECORD.
            IF HSE-DEALER-ID NOT = SPACES
                MOVE HSE-DEALER-ID TO SRT-DEALER-ID
                MOVE HSE-TABLE-ID TO SRT-TABLE-ID
                MOVE HSE-STAMP-DATE TO SRT-STAMP-DATE
                MOVE HSE-RANDOM-SEED TO SRT-RANDOM-SEED
                MOVE HSE-STAMP-TIME TO SRT-STAMP-TIME
                MOVE "L" TO SRT-SOURCE
                MOVE HSE-ENTRY-TYPE TO SRT-ENTRY-TYPE
                MOVE HSE-WAGER-AMOUNT TO SRT-WAGER-AMOUNT
                MOVE HSE-HOUSE-AMOUNT TO SRT-HOUSE-AMOUNT
                RELEASE SORT-RECORD
            END-IF.
            PERFORM READ-LEDGER-RECORD.

        READ-TRAIL-RECORD.
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

      * A MAIN-HAND SETTLEMENT COUNTS TOWARD THE PACE WHETHER IT WAS
      * PLAYED FOR MONEY OR FOR TOURNAMENT CHIPS ("T-" TAGGED).
        RELEASE-TRAIL-RECORD.
            IF NOT TRL-IS-TRAILER
                AND AUD-DEALER-ID NOT = SPACES
                AND (AUD-OUTCOME = "DEALERIN" OR "DEALEROUT"
                    OR "WIN" OR "LOSE" OR "BUST" OR "PUSH" OR "BJWIN"
                    OR "T-WIN" OR "T-LOSE" OR "T-BUST" OR "T-PUSH"
                    OR "T-BJWIN")
                MOVE AUD-DEALER-ID TO SRT-DEALER-ID
                MOVE AUD-TABLE-ID TO SRT-TABLE-ID
                MOVE AUD-TIMESTAMP(1:8) TO SRT-STAMP-DATE
                MOVE AUD-RANDOM-SEED TO SRT-RANDOM-SEED
                MOVE AUD-TIMESTAMP(9:18) TO SRT-STAMP-TIME
                MOVE "T" TO SRT-SOURCE
                MOVE AUD-OUTCOME TO SRT-ENTRY-TYPE
                MOVE 0 TO SRT-WAGER-AMOUNT
                MOVE 0 TO SRT-HOUSE-AMOUNT
                RELEASE SORT-RECORD
            END-IF.
            PERFORM READ-TRAIL-RECORD.

      * DRIVES THE SORTED RECORDS ONE AT A TIME. A CHANGE OF SEED
      * CLOSES THE DEALER'S STINT IN THAT SESSION; A CHANGE OF DAY
      * CLOSES OUT THE SHIFT LINE; A CHANGE OF TABLE OR DEALER ALSO
      * STARTS A FRESH ROLLING WINDOW.
        PRODUCE-REPORT.
            PERFORM READ-NEXT-SORTED-RECORD.
            PERFORM PROCESS-SORTED-RECORD UNTIL END-OF-SORT.
            IF NOT IS-FIRST-RECORD
                PERFORM CLOSE-DEALER-STINT
                PERFORM WRITE-SHIFT-LINE
            END-IF.

        READ-NEXT-SORTED-RECORD.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.

        PROCESS-SORTED-RECORD.
            IF IS-FIRST-RECORD
                MOVE "N" TO FIRST-RECORD-SWITCH
                PERFORM START-NEW-TABLE
                PERFORM START-NEW-SHIFT
                PERFORM START-NEW-SESSION
            ELSE
                EVALUATE TRUE
                    WHEN SRT-DEALER-ID NOT = BREAK-DEALER-ID
                        PERFORM CLOSE-DEALER-STINT
                        PERFORM WRITE-SHIFT-LINE
                        MOVE SPACES TO DEALER-REPORT-RECORD
                        WRITE DEALER-REPORT-RECORD
                        PERFORM START-NEW-TABLE
                        PERFORM START-NEW-SHIFT
                        PERFORM START-NEW-SESSION
                    WHEN SRT-TABLE-ID NOT = BREAK-TABLE-ID
                        PERFORM CLOSE-DEALER-STINT
                        PERFORM WRITE-SHIFT-LINE
                        PERFORM START-NEW-TABLE
                        PERFORM START-NEW-SHIFT
                        PERFORM START-NEW-SESSION
                    WHEN SRT-STAMP-DATE NOT = BREAK-DATE
                        PERFORM CLOSE-DEALER-STINT
                        PERFORM WRITE-SHIFT-LINE
                        PERFORM START-NEW-SHIFT
                        PERFORM START-NEW-SESSION
                    WHEN SRT-RANDOM-SEED NOT = BREAK-SESSION-SEED
                        PERFORM CLOSE-DEALER-STINT
                        PERFORM START-NEW-SESSION
                END-EVALUATE
            END-IF.
            IF SRT-FROM-LEDGER
                PERFORM POST-LEDGER-ENTRY
            ELSE
                PERFORM POST-TRAIL-RECORD
            END-IF.
            PERFORM READ-NEXT-SORTED-RECORD.

      * THE WINDOW RUNS ACROSS ONE DEALER'S SHIFTS AT ONE TABLE, SO
      * IT STARTS EMPTY WITH EACH NEW DEALER OR TABLE, UNDER THAT
      * TABLE'S OWN RANGE.
        START-NEW-TABLE.
            MOVE SRT-DEALER-ID TO BREAK-DEALER-ID.
            MOVE SRT-TABLE-ID TO BREAK-TABLE-ID.
            MOVE 0 TO WINDOW-COUNT.
            PERFORM FIND-TABLE-RANGE.

        START-NEW-SHIFT.
            MOVE SRT-STAMP-DATE TO BREAK-DATE.
            MOVE 0 TO SHIFT-HANDS.
            MOVE 0 TO SHIFT-DROP.
            MOVE 0 TO SHIFT-RESULT.
            MOVE 0 TO SHIFT-TRAIL-HANDS.
            MOVE 0 TO SHIFT-BOX-SECONDS.

        START-NEW-SESSION.
            MOVE SRT-RANDOM-SEED TO BREAK-SESSION-SEED.
            MOVE "N" TO STINT-OPEN-SWITCH.

      * THE TABLE'S OWN RANGE WHERE IT HAS ONE, FIELD BY FIELD, AND
      * THE HOUSE RANGE OTHERWISE.
        FIND-TABLE-RANGE.
            MOVE HOUSE-LOW-HOLD TO TABLE-LOW-HOLD.
            MOVE HOUSE-HIGH-HOLD TO TABLE-HIGH-HOLD.
            MOVE HOUSE-WINDOW-SHIFTS TO TABLE-WINDOW-SHIFTS.
            PERFORM CHECK-RANGE-ENTRY VARYING RANGE-INDEX FROM 1 BY 1
                UNTIL RANGE-INDEX > RANGE-COUNT.

        CHECK-RANGE-ENTRY.
            IF RNG-TABLE-ID(RANGE-INDEX) = BREAK-TABLE-ID
                IF RNG-RANGE-IS-SET(RANGE-INDEX)
                    MOVE RNG-LOW-HOLD(RANGE-INDEX) TO TABLE-LOW-HOLD
                    MOVE RNG-HIGH-HOLD(RANGE-INDEX) TO TABLE-HIGH-HOLD
                END-IF
                IF RNG-WINDOW-SHIFTS(RANGE-INDEX) > 0
                    MOVE RNG-WINDOW-SHIFTS(RANGE-INDEX) TO
                        TABLE-WINDOW-SHIFTS
                END-IF
            END-IF.

      * THE MONEY COMES FROM THE LEDGER ONLY, AS IN BJHOUSE; EVERY
      * MAIN-HAND SETTLEMENT ON IT IS ONE HAND DEALT (SIDE BETS AND
      * INSURANCE SETTLE ALONGSIDE A HAND ALREADY COUNTED).
        POST-LEDGER-ENTRY.
            ADD SRT-WAGER-AMOUNT TO SHIFT-DROP.
            ADD SRT-HOUSE-AMOUNT TO SHIFT-RESULT.
            IF SRT-ENTRY-TYPE = "WIN" OR "LOSE" OR "BUST" OR "PUSH"
                OR "BJWIN"
                ADD 1 TO SHIFT-HANDS
            END-IF.

      * THE DEALER'S STINT IN A SESSION RUNS FROM THE DEALERIN (OR,
      * FAILING ONE, THE FIRST RECORD SEEN) TO THE DEALEROUT (OR THE
      * LAST RECORD SEEN, WHEN THE SESSION ENDED WITHOUT ONE). A
      * DEALER ROTATED OFF AND BACK ON IN ONE SESSION HAS TWO
      * STINTS, AND THE TIME BETWEEN THEM IS NOT COUNTED.
        POST-TRAIL-RECORD.
            MOVE SRT-STAMP-TIME(1:6) TO CLOCK-TIME.
            IF CLOCK-TIME IS NUMERIC
                COMPUTE RECORD-SECONDS = CLOCK-HOURS * 3600
                    + CLOCK-MINUTES * 60 + CLOCK-SECONDS
                IF SRT-ENTRY-TYPE = "DEALERIN"
                    PERFORM CLOSE-DEALER-STINT
                END-IF
                IF NOT STINT-IS-OPEN
                    MOVE "Y" TO STINT-OPEN-SWITCH
                    MOVE RECORD-SECONDS TO STINT-START-SECONDS
                END-IF
                MOVE RECORD-SECONDS TO STINT-LAST-SECONDS
                IF SRT-ENTRY-TYPE = "DEALEROUT"
                    PERFORM CLOSE-DEALER-STINT
                END-IF
            END-IF.
            IF SRT-ENTRY-TYPE NOT = "DEALERIN"
                AND SRT-ENTRY-TYPE NOT = "DEALEROUT"
                ADD 1 TO SHIFT-TRAIL-HANDS
            END-IF.

        CLOSE-DEALER-STINT.
            IF STINT-IS-OPEN
                IF STINT-LAST-SECONDS > STINT-START-SECONDS
                    COMPUTE SHIFT-BOX-SECONDS = SHIFT-BOX-SECONDS
                        + STINT-LAST-SECONDS - STINT-START-SECONDS
                END-IF
                MOVE "N" TO STINT-OPEN-SWITCH
            END-IF.

      * PRINTS ONE SHIFT AND CLOSES IT INTO THE ROLLING WINDOW. A
      * SHIFT WITH NO DROP (TOURNAMENT PLAY ONLY) PRINTS BUT LEAVES
      * THE WINDOW ALONE.
        WRITE-SHIFT-LINE.
            IF SHIFT-DROP NOT = 0
                COMPUTE HOLD-PERCENT ROUNDED =
                    SHIFT-RESULT * 100 / SHIFT-DROP
                PERFORM ADD-SHIFT-TO-WINDOW
            ELSE
                MOVE 0 TO HOLD-PERCENT
            END-IF.
            PERFORM JUDGE-WINDOW-HOLD.
            IF SHIFT-BOX-SECONDS > 0
                COMPUTE BOX-HOURS ROUNDED = SHIFT-BOX-SECONDS / 3600
                COMPUTE HANDS-PER-HOUR ROUNDED =
                    SHIFT-TRAIL-HANDS * 3600 / SHIFT-BOX-SECONDS
                MOVE HANDS-PER-HOUR TO PACE-ED
                MOVE PACE-ED TO PACE-TEXT
            ELSE
                MOVE 0 TO BOX-HOURS
                MOVE "  N/A" TO PACE-TEXT
            END-IF.
            MOVE SHIFT-HANDS TO HANDS-ED.
            MOVE SHIFT-DROP TO DROP-ED.
            MOVE SHIFT-RESULT TO RESULT-ED.
            MOVE HOLD-PERCENT TO HOLD-PERCENT-ED.
            MOVE BOX-HOURS TO BOX-HOURS-ED.
            MOVE WINDOW-HOLD-PERCENT TO WINDOW-HOLD-ED.
            MOVE WINDOW-COUNT TO WINDOW-SHIFTS-ED.
            IF HOLD-OUT-OF-RANGE
                MOVE "**" TO FLAG-MARK
            ELSE
                MOVE SPACES TO FLAG-MARK
            END-IF.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            STRING BREAK-DEALER-ID              DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   BREAK-TABLE-ID               DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   BREAK-DATE                   DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   HANDS-ED                     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   DROP-ED                      DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   RESULT-ED                    DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   HOLD-PERCENT-ED              DELIMITED BY SIZE
                   "%  "                        DELIMITED BY SIZE
                   BOX-HOURS-ED                 DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   PACE-TEXT                    DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WINDOW-HOLD-ED               DELIMITED BY SIZE
                   "% ("                        DELIMITED BY SIZE
                   WINDOW-SHIFTS-ED             DELIMITED BY SIZE
                   ")  "                        DELIMITED BY SIZE
                   FLAG-MARK                    DELIMITED BY SIZE
                INTO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.
            ADD 1 TO SHIFT-LINE-COUNT.

      * THE NEWEST SHIFT GOES ON THE END; ONCE THE WINDOW IS AS
      * LONG AS THE TABLE'S RANGE ASKS FOR, THE OLDEST DROPS OFF.
        ADD-SHIFT-TO-WINDOW.
            IF WINDOW-COUNT < TABLE-WINDOW-SHIFTS
                ADD 1 TO WINDOW-COUNT
            ELSE
                PERFORM SLIDE-WINDOW-ENTRY
                    VARYING WINDOW-INDEX FROM 1 BY 1
                    UNTIL WINDOW-INDEX >= WINDOW-COUNT
            END-IF.
            MOVE SHIFT-DROP TO WIN-DROP(WINDOW-COUNT).
            MOVE SHIFT-RESULT TO WIN-RESULT(WINDOW-COUNT).

        SLIDE-WINDOW-ENTRY.
            MOVE WINDOW-ENTRY(WINDOW-INDEX + 1) TO
                WINDOW-ENTRY(WINDOW-INDEX).

      * HOLD ACROSS THE WINDOW. ONLY A FULL WINDOW IS JUDGED - A
      * DEALER'S FIRST SHIFT OR TWO AT A TABLE SWING TOO FAR ON
      * THEIR OWN TO MEAN ANYTHING.
        JUDGE-WINDOW-HOLD.
            MOVE 0 TO WINDOW-DROP.
            MOVE 0 TO WINDOW-RESULT.
            MOVE 0 TO WINDOW-HOLD-PERCENT.
            MOVE "N" TO OUT-OF-RANGE-SWITCH.
            PERFORM ADD-WINDOW-ENTRY VARYING WINDOW-INDEX FROM 1 BY 1
                UNTIL WINDOW-INDEX > WINDOW-COUNT.
            IF WINDOW-DROP NOT = 0
                COMPUTE WINDOW-HOLD-PERCENT ROUNDED =
                    WINDOW-RESULT * 100 / WINDOW-DROP
            END-IF.
            IF WINDOW-COUNT >= TABLE-WINDOW-SHIFTS
                MOVE "Y" TO WINDOW-FULL-SWITCH
            ELSE
                MOVE "N" TO WINDOW-FULL-SWITCH
            END-IF.
            IF WINDOW-IS-FULL AND SHIFT-DROP NOT = 0
                IF WINDOW-HOLD-PERCENT < TABLE-LOW-HOLD
                    OR WINDOW-HOLD-PERCENT > TABLE-HIGH-HOLD
                    MOVE "Y" TO OUT-OF-RANGE-SWITCH
                    PERFORM ADD-FLAG-ENTRY
                END-IF
            END-IF.

        ADD-WINDOW-ENTRY.
            ADD WIN-DROP(WINDOW-INDEX) TO WINDOW-DROP.
            ADD WIN-RESULT(WINDOW-INDEX) TO WINDOW-RESULT.

        ADD-FLAG-ENTRY.
            IF FLAG-COUNT < 200
                ADD 1 TO FLAG-COUNT
                MOVE BREAK-DEALER-ID TO FLG-DEALER-ID(FLAG-COUNT)
                MOVE BREAK-TABLE-ID TO FLG-TABLE-ID(FLAG-COUNT)
                MOVE BREAK-DATE TO FLG-DATE(FLAG-COUNT)
                MOVE WINDOW-HOLD-PERCENT TO
                    FLG-WINDOW-HOLD(FLAG-COUNT)
                MOVE TABLE-LOW-HOLD TO FLG-LOW-HOLD(FLAG-COUNT)
                MOVE TABLE-HIGH-HOLD TO FLG-HIGH-HOLD(FLAG-COUNT)
                MOVE WINDOW-COUNT TO FLG-SHIFTS(FLAG-COUNT)
            ELSE
                MOVE "Y" TO TABLE-FULL-SWITCH
            END-IF.

      * THE FOOT OF THE REPORT: EVERY SHIFT THAT CLOSED A WINDOW
      * OUTSIDE ITS TABLE'S RANGE, DEALER BY DEALER.
        WRITE-FLAG-SECTION.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            STRING "DEALERS OUTSIDE THE TABLE'S NORMAL HOLD RANGE"
                DELIMITED BY SIZE
                INTO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.
            IF FLAG-COUNT = 0
                MOVE SPACES TO DEALER-REPORT-RECORD
                STRING "  NONE"               DELIMITED BY SIZE
                    INTO DEALER-REPORT-RECORD
                WRITE DEALER-REPORT-RECORD
            ELSE
                PERFORM WRITE-FLAG-LINE VARYING TABLE-INDEX
                    FROM 1 BY 1 UNTIL TABLE-INDEX > FLAG-COUNT
            END-IF.
            IF REPORT-TABLE-FULL
                MOVE SPACES TO DEALER-REPORT-RECORD
                STRING "  *** MORE FLAGGED SHIFTS THAN THE REPORT "
                                                DELIMITED BY SIZE
                       "TABLE HOLDS - LIST INCOMPLETE ***"
                                                DELIMITED BY SIZE
                    INTO DEALER-REPORT-RECORD
                WRITE DEALER-REPORT-RECORD
            END-IF.
            MOVE FLAG-COUNT TO COUNT-ED.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            STRING "SHIFTS FLAGGED: "         DELIMITED BY SIZE
                   COUNT-ED                   DELIMITED BY SIZE
                INTO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.

        WRITE-FLAG-LINE.
            MOVE FLG-WINDOW-HOLD(TABLE-INDEX) TO WINDOW-HOLD-ED.
            MOVE FLG-LOW-HOLD(TABLE-INDEX) TO LOW-HOLD-ED.
            MOVE FLG-HIGH-HOLD(TABLE-INDEX) TO HIGH-HOLD-ED.
            MOVE FLG-SHIFTS(TABLE-INDEX) TO WINDOW-SHIFTS-ED.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            STRING "  DEALER "                  DELIMITED BY SIZE
                   FLG-DEALER-ID(TABLE-INDEX)   DELIMITED BY SIZE
                   "  TBL "                     DELIMITED BY SIZE
                   FLG-TABLE-ID(TABLE-INDEX)    DELIMITED BY SIZE
                   "  SHIFTS TO "               DELIMITED BY SIZE
                   FLG-DATE(TABLE-INDEX)        DELIMITED BY SIZE
                   "  HOLD "                    DELIMITED BY SIZE
                   WINDOW-HOLD-ED               DELIMITED BY SIZE
                   "% OVER "                    DELIMITED BY SIZE
                   WINDOW-SHIFTS-ED             DELIMITED BY SIZE
                   " SHIFTS  NORMAL "           DELIMITED BY SIZE
                   LOW-HOLD-ED                  DELIMITED BY SIZE
                   "% TO "                      DELIMITED BY SIZE
                   HIGH-HOLD-ED                 DELIMITED BY SIZE
                   "%"                          DELIMITED BY SIZE
                INTO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            STRING "DEALER PERFORMANCE - BY DEALER, TABLE AND "
                                                DELIMITED BY SIZE
                   "GAMING DAY"                 DELIMITED BY SIZE
                INTO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.
            MOVE SPACES TO DEALER-REPORT-RECORD.
            STRING "DEALER    TBL   DAY       HANDS"
                                                DELIMITED BY SIZE
                   "          DROP         HOUSE"
                                                DELIMITED BY SIZE
                   "     HOLD    HOURS  HND/HR" DELIMITED BY SIZE
                   "  WINDOW HOLD (SHIFTS)"     DELIMITED BY SIZE
                INTO DEALER-REPORT-RECORD.
            WRITE DEALER-REPORT-RECORD.
