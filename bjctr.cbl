         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJCTR.
        AUTHOR.         FRED SHIH.

      * CASH-REPORTING COMPLIANCE FOR ONE GAMING DAY. EVERY CASH
      * MOVEMENT THE CAGE MAKES IS ALREADY ON THE TRAIL - DEPOSITS,
      * OPENING DEPOSITS AND MARKER REPAYMENTS ARE CASH IN,
      * WITHDRAWALS ARE CASH OUT (COMP REDEMPTIONS AND MARKERS ARE
      * BOOK CREDITS AND MOVE NO CASH) - SO THIS JOB READS THE
      * DATED ARCHIVES AND THEN THE LIVE TRAIL THE WAY BJSTMT DOES,
      * PROVING EVERY ARCHIVE'S CONTROL TRAILER FIRST AND REFUSING
      * TO REPORT (RETURN CODE 8) ON ONE THAT DOES NOT PROVE. IT
      * PRINTS THREE THINGS FOR THE DAY:
      *   THE MULTIPLE-TRANSACTION LOG - EVERY SINGLE MOVEMENT OVER
      *   THE LOGGING THRESHOLD, BY PLAYER IN TIME ORDER;
      *   THE CURRENCY TRANSACTION REPORTS - CASH IN AND CASH OUT
      *   TOTALED SEPARATELY PER PLAYER, AND A CTR FILING RECORD
      *   WRITTEN FOR EITHER TOTAL OVER THE FEDERAL THRESHOLD;
      *   POSSIBLE STRUCTURING - A PLAYER WHOSE MOVEMENTS EACH STAY
      *   JUST UNDER THE THRESHOLD BUT ADD UP PAST IT, EITHER
      *   WITHIN THE DAY OR OVER CONSECUTIVE DAYS ENDING ON IT.
      * THE DAYS BEFORE THE GAMING DAY ARE READ ONLY TO SEE A
      * PATTERN BUILDING ACROSS DAYS; THEIR OWN CTRS WERE FILED BY
      * THEIR OWN RUNS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARCHIVE-FILE ASSIGN TO "ARCHFLE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITFLE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "CTRWORK".

            SELECT CTR-FILING-FILE ASSIGN TO "CTRFILE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS CTR-FILING-STATUS.

            SELECT CTR-REPORT-FILE ASSIGN TO "CTRRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS CTR-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ARCHIVE-FILE.
            COPY AUDITREC
                REPLACING ==AUDIT-RECORD== BY ==ARCHIVE-RECORD==,
                      ==AUD-TIMESTAMP== BY ==ARC-TIMESTAMP==,
                      ==AUD-PLAYER-ID== BY ==ARC-PLAYER-ID==,
                      ==AUD-RANDOM-SEED== BY ==ARC-RANDOM-SEED==,
                      ==AUD-CARD-VALUE== BY ==ARC-CARD-VALUE==,
                      ==AUD-PLAYER-TOTAL== BY ==ARC-PLAYER-TOTAL==,
                      ==AUD-OUTCOME== BY ==ARC-OUTCOME==,
                      ==AUD-WAGER-AMOUNT== BY ==ARC-WAGER-AMOUNT==,
                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==ARC-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==ARC-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==ARC-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==ARC-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==ARC-DEALER-ID==.
            COPY ARCTRLRC.

        FD  AUDIT-FILE.
            COPY AUDITREC.

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

        FD  CTR-FILING-FILE.
            COPY CTRREC.

        FD  CTR-REPORT-FILE.
        01  CTR-REPORT-RECORD           PIC X(120).

        WORKING-STORAGE SECTION.
      * THE RECORD IN HAND, IN TRAIL LAYOUT, WHETHER IT CAME OFF AN
      * ARCHIVE OR THE LIVE TRAIL - ONE RELEASE ROUTINE SERVES BOTH.
        COPY AUDITREC
            REPLACING ==AUDIT-RECORD== BY ==CASH-WORK-RECORD==,
                  ==AUD-TIMESTAMP== BY ==CSH-TIMESTAMP==,
                  ==AUD-PLAYER-ID== BY ==CSH-PLAYER-ID==,
                  ==AUD-RANDOM-SEED== BY ==CSH-RANDOM-SEED==,
                  ==AUD-CARD-VALUE== BY ==CSH-CARD-VALUE==,
                  ==AUD-PLAYER-TOTAL== BY ==CSH-PLAYER-TOTAL==,
                  ==AUD-OUTCOME== BY ==CSH-OUTCOME==,
                  ==AUD-WAGER-AMOUNT== BY ==CSH-WAGER-AMOUNT==,
                  ==AUD-PRIOR-WAGER-AREA== BY
                      ==CSH-PRIOR-WAGER-AREA==,
                  ==AUD-PRIOR-WAGER== BY ==CSH-PRIOR-WAGER==,
                  ==AUD-TABLE-ID== BY ==CSH-TABLE-ID==,
                  ==AUD-SOFT-ACES== BY ==CSH-SOFT-ACES==,
                  ==AUD-DEALER-ID== BY ==CSH-DEALER-ID==.
        01  ARCHIVE-FILE-STATUS      PIC X(02)   VALUE "00".
        01  AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
        01  CTR-FILING-STATUS        PIC X(02)   VALUE "00".
        01  CTR-REPORT-STATUS        PIC X(02)   VALUE "00".
        01  PRIOR-WAGER-WORK         PIC S9(5)V99 VALUE 0.
        01  END-OF-FILE-SWITCH       PIC X       VALUE "N".
            88  END-OF-FILE                       VALUE "Y".
        01  NO-ARCHIVES-SWITCH       PIC X       VALUE "N".
            88  NO-ARCHIVES                       VALUE "Y".
        01  VERIFY-FAILED-SWITCH     PIC X       VALUE "N".
            88  VERIFY-FAILED                     VALUE "Y".
        01  SEGMENT-OPEN-SWITCH      PIC X       VALUE "N".
            88  SEGMENT-IS-OPEN                   VALUE "Y".
        01  SEGMENT-RECORD-COUNT     PIC 9(09)   VALUE 0.
        01  SEGMENT-WAGER-HASH       PIC S9(13)V99 VALUE 0.
        01  SEGMENTS-PROVED-COUNT    PIC 9(05)   VALUE 0.
        01  END-OF-SORT-SWITCH       PIC X       VALUE "N".
            88  END-OF-SORT                       VALUE "Y".
        01  FIRST-RECORD-SWITCH      PIC X       VALUE "Y".
            88  IS-FIRST-RECORD                   VALUE "Y".
      * THE FEDERAL CASH-REPORTING THRESHOLD - A CTR IS FILED FOR
      * CASH IN OR CASH OUT OVER IT ACROSS ONE GAMING DAY. EVERY
      * SINGLE MOVEMENT OVER THE LOGGING THRESHOLD GOES ON THE
      * MULTIPLE-TRANSACTION LOG. A MOVEMENT AT OR ABOVE THE
      * STRUCTURING FLOOR BUT NOT OVER THE CTR THRESHOLD IS "JUST
      * UNDER" IT, AND TWO OR MORE SUCH MOVEMENTS THE SAME WAY THAT
      * ADD UP PAST THE THRESHOLD - IN ONE DAY, OR OVER CONSECUTIVE
      * DAYS OF THE LOOK-BACK WINDOW ENDING ON THE GAMING DAY - ARE
      * FLAGGED AS POSSIBLE STRUCTURING.
        01  CTR-THRESHOLD            PIC S9(7)V99 VALUE 10000.00.
        01  MTL-THRESHOLD            PIC S9(7)V99 VALUE 3000.00.
        01  STRUCTURING-FLOOR        PIC S9(7)V99 VALUE 8000.00.
        01  LOOK-BACK-DAYS           PIC 9(01)   VALUE 3.
        01  GAMING-DATE              PIC X(08)   VALUE SPACES.
        01  DATE-NUMBER-WORK         PIC 9(08)   VALUE 0.
        01  GAMING-DAY-INTEGER       PIC 9(07)   VALUE 0.
        01  WINDOW-START-INTEGER     PIC 9(07)   VALUE 0.
        01  RECORD-DAY-INTEGER       PIC 9(07)   VALUE 0.
        01  DAY-SLOT                 PIC 9(01)   VALUE 0.
        01  DIRECTION-SLOT           PIC 9(01)   VALUE 0.
        01  BREAK-PLAYER-ID          PIC X(10)   VALUE SPACES.
      * ONE PLAYER'S CASH ACROSS THE LOOK-BACK WINDOW: ONE ROW PER
      * DAY (THE LAST ROW IS THE GAMING DAY), EACH SPLIT CASH IN
      * (1) AND CASH OUT (2).
        01  PLAYER-WINDOW.
            05  WINDOW-DAY           OCCURS 3 TIMES.
                10  WINDOW-DIRECTION OCCURS 2 TIMES.
                    15  WIN-CASH-TOTAL   PIC S9(9)V99.
                    15  WIN-MOVE-COUNT   PIC 9(05).
                    15  WIN-NEAR-TOTAL   PIC S9(9)V99.
                    15  WIN-NEAR-COUNT   PIC 9(05).
                    15  WIN-FIRST-TIME   PIC X(06).
                    15  WIN-LAST-TIME    PIC X(06).
        01  STRUCTURING-TOTAL        PIC S9(9)V99 VALUE 0.
        01  STRUCTURING-DAYS         PIC 9(01)   VALUE 0.
        01  STRUCTURING-KIND         PIC X(20)   VALUE SPACES.
      * CTR FILINGS AND STRUCTURING FLAGS ARE COLLECTED DURING THE
      * SORT AND PRINTED AS THEIR OWN SECTIONS AFTER THE LOG.
        01  CTR-TABLE.
            05  CTR-COUNT            PIC 9(03)   VALUE 0.
            05  CTR-ENTRY            OCCURS 200 TIMES.
                10  CTE-PLAYER-ID    PIC X(10).
                10  CTE-DIRECTION    PIC X(01).
                10  CTE-CASH-TOTAL   PIC S9(9)V99.
                10  CTE-MOVE-COUNT   PIC 9(05).
        01  FLAG-TABLE.
            05  FLAG-COUNT           PIC 9(03)   VALUE 0.
            05  FLAG-ENTRY           OCCURS 200 TIMES.
                10  FLG-PLAYER-ID    PIC X(10).
                10  FLG-DIRECTION    PIC X(01).
                10  FLG-KIND         PIC X(20).
                10  FLG-NEAR-TOTAL   PIC S9(9)V99.
                10  FLG-NEAR-COUNT   PIC 9(05).
        01  TABLE-INDEX              PIC 9(03)   VALUE 0.
        01  TABLE-FULL-SWITCH        PIC X       VALUE "N".
            88  REPORT-TABLE-FULL                 VALUE "Y".
        01  MTL-LINE-COUNT           PIC 9(05)   VALUE 0.
        01  CASH-IN-DAY-TOTAL        PIC S9(11)V99 VALUE 0.
        01  CASH-OUT-DAY-TOTAL       PIC S9(11)V99 VALUE 0.
        01  DIRECTION-WORD           PIC X(08)   VALUE SPACES.
        01  AMOUNT-ED                PIC -(8)9.99.
        01  TOTAL-ED                 PIC -(10)9.99.
        01  COUNT-ED                 PIC ZZZZ9.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "CURRENCY TRANSACTION REPORTING".
      * UNDER THE NIGHTLY DRIVER THE DAY IS THE NIGHT'S BUSINESS
      * DATE; RUN ON ITS OWN, THE JOB ASKS FOR IT.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO GAMING-DATE
            ELSE
                DISPLAY "GAMING DAY (YYYYMMDD, BLANK=TODAY): "
                    WITH NO ADVANCING
                ACCEPT GAMING-DATE
            END-IF.
            IF GAMING-DATE = SPACES OR GAMING-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO GAMING-DATE
            END-IF.
            IF GAMING-DATE IS NOT NUMERIC
                DISPLAY "GAMING DAY NOT VALID - NOTHING REPORTED."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VERIFY-ARCHIVE-TRAILERS
                IF VERIFY-FAILED
                    DISPLAY "AN ARCHIVE DOES NOT PROVE - NO CASH ",
                        "REPORT WILL BE BUILT ON IT."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM BUILD-CASH-REPORT
                END-IF
            END-IF.
            GOBACK.

      * FIRST PASS: PROVES EVERY ARCHIVE IN THE CONCATENATION
      * AGAINST ITS OWN CONTROL TRAILER BEFORE ANY RECORD IS
      * TRUSTED, SEGMENT BY SEGMENT, EXACTLY AS BJSTMT DOES. NO
      * ARCHIVE DD AT ALL JUST MEANS THE LIVE TRAIL IS READ ALONE.
        VERIFY-ARCHIVE-TRAILERS.
            OPEN INPUT ARCHIVE-FILE.
            IF ARCHIVE-FILE-STATUS = "35"
                MOVE "Y" TO NO-ARCHIVES-SWITCH
            ELSE
                MOVE "N" TO END-OF-FILE-SWITCH
                PERFORM READ-ARCHIVE-RECORD
                PERFORM VERIFY-ONE-RECORD UNTIL END-OF-FILE
                IF SEGMENT-IS-OPEN
                    DISPLAY "ARCHIVE STREAM ENDS WITHOUT A ",
                        "CONTROL TRAILER."
                    MOVE "Y" TO VERIFY-FAILED-SWITCH
                END-IF
                CLOSE ARCHIVE-FILE
                IF NOT VERIFY-FAILED
                    DISPLAY "ARCHIVES PROVE CLEAN: ",
                        SEGMENTS-PROVED-COUNT, " SEGMENT(S)."
                END-IF
            END-IF.

        READ-ARCHIVE-RECORD.
            READ ARCHIVE-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        VERIFY-ONE-RECORD.
            IF TRL-IS-TRAILER
                IF TRL-RECORD-COUNT NOT = SEGMENT-RECORD-COUNT
                    DISPLAY "RECORD COUNT MISMATCH - TRAILER ",
                        TRL-RECORD-COUNT, " COUNTED ",
                        SEGMENT-RECORD-COUNT
                    MOVE "Y" TO VERIFY-FAILED-SWITCH
                END-IF
                IF TRL-WAGER-HASH NOT = SEGMENT-WAGER-HASH
                    DISPLAY "WAGER HASH MISMATCH - TRAILER ",
                        TRL-WAGER-HASH, " COMPUTED ",
                        SEGMENT-WAGER-HASH
                    MOVE "Y" TO VERIFY-FAILED-SWITCH
                END-IF
                ADD 1 TO SEGMENTS-PROVED-COUNT
                MOVE 0 TO SEGMENT-RECORD-COUNT
                MOVE 0 TO SEGMENT-WAGER-HASH
                MOVE "N" TO SEGMENT-OPEN-SWITCH
            ELSE
                ADD 1 TO SEGMENT-RECORD-COUNT
                IF ARC-WAGER-AMOUNT IS NOT NUMERIC
                    MOVE ARC-PRIOR-WAGER TO PRIOR-WAGER-WORK
                    MOVE PRIOR-WAGER-WORK TO ARC-WAGER-AMOUNT
                END-IF
                ADD ARC-WAGER-AMOUNT TO SEGMENT-WAGER-HASH
                MOVE "Y" TO SEGMENT-OPEN-SWITCH
            END-IF.
            PERFORM READ-ARCHIVE-RECORD.

      * SECOND PASS: THE PROVEN ARCHIVES AND THEN THE LIVE TRAIL
      * FEED THE SORT, WHICH HANDS THE WINDOW'S CASH MOVEMENTS
      * BACK BY PLAYER IN TIME ORDER.
        BUILD-CASH-REPORT.
            MOVE GAMING-DATE TO DATE-NUMBER-WORK.
            COMPUTE GAMING-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK).
            COMPUTE WINDOW-START-INTEGER =
                GAMING-DAY-INTEGER - LOOK-BACK-DAYS + 1.
            OPEN OUTPUT CTR-FILING-FILE.
            OPEN OUTPUT CTR-REPORT-FILE.
            PERFORM WRITE-REPORT-HEADER.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-PLAYER-ID SRT-TIMESTAMP
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE RELEASE-CASH-MOVEMENTS
                OUTPUT PROCEDURE PRODUCE-CASH-LOG.
            PERFORM WRITE-CTR-SECTION.
            PERFORM WRITE-STRUCTURING-SECTION.
            PERFORM WRITE-REPORT-FOOTER.
            CLOSE CTR-FILING-FILE.
            CLOSE CTR-REPORT-FILE.
            DISPLAY "MTL ENTRIES: ", MTL-LINE-COUNT,
                "  CTR FILINGS: ", CTR-COUNT,
                "  STRUCTURING FLAGS: ", FLAG-COUNT.
            IF REPORT-TABLE-FULL
                DISPLAY "MORE FILINGS OR FLAGS THAN THE REPORT ",
                    "TABLES HOLD - SEE THE REPORT."
                MOVE 8 TO RETURN-CODE
            END-IF.

        RELEASE-CASH-MOVEMENTS.
            IF NOT NO-ARCHIVES
                MOVE "N" TO END-OF-FILE-SWITCH
                OPEN INPUT ARCHIVE-FILE
                PERFORM READ-ARCHIVE-RECORD
                PERFORM RELEASE-ARCHIVE-RECORD UNTIL END-OF-FILE
                CLOSE ARCHIVE-FILE
            END-IF.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "00"
                PERFORM READ-LIVE-RECORD
                PERFORM RELEASE-LIVE-RECORD UNTIL END-OF-FILE
                CLOSE AUDIT-FILE
            END-IF.

        RELEASE-ARCHIVE-RECORD.
            IF NOT TRL-IS-TRAILER
                MOVE ARCHIVE-RECORD TO CASH-WORK-RECORD
                PERFORM RELEASE-IF-CASH
            END-IF.
            PERFORM READ-ARCHIVE-RECORD.

        READ-LIVE-RECORD.
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        RELEASE-LIVE-RECORD.
            MOVE AUDIT-RECORD TO CASH-WORK-RECORD.
            PERFORM RELEASE-IF-CASH.
            PERFORM READ-LIVE-RECORD.

      * ONLY A CASH MOVEMENT UNDER A PLAYER, DATED INSIDE THE
      * LOOK-BACK WINDOW, GOES TO THE SORT.
        RELEASE-IF-CASH.
            IF (CSH-OUTCOME = "DEPOSIT" OR "ENROLL" OR "MKRPAY"
                OR "WITHDRAW")
                AND CSH-PLAYER-ID NOT = SPACES
                AND CSH-TIMESTAMP(1:8) IS NUMERIC
                AND CSH-TIMESTAMP(1:8) NOT > GAMING-DATE
                MOVE CSH-TIMESTAMP(1:8) TO DATE-NUMBER-WORK
                COMPUTE RECORD-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK)
                IF RECORD-DAY-INTEGER >= WINDOW-START-INTEGER
                    IF CSH-WAGER-AMOUNT IS NOT NUMERIC
                        MOVE CSH-PRIOR-WAGER TO PRIOR-WAGER-WORK
                        MOVE PRIOR-WAGER-WORK TO CSH-WAGER-AMOUNT
                    END-IF
                    MOVE CASH-WORK-RECORD TO SORT-RECORD
                    RELEASE SORT-RECORD
                END-IF
            END-IF.

      * DRIVES THE SORTED MOVEMENTS ONE AT A TIME; A CHANGE OF
      * PLAYER CLOSES OUT THE PRIOR PLAYER'S WINDOW.
        PRODUCE-CASH-LOG.
            PERFORM READ-NEXT-SORTED-RECORD.
            PERFORM PROCESS-SORTED-RECORD UNTIL END-OF-SORT.
            IF NOT IS-FIRST-RECORD
                PERFORM CLOSE-OUT-PLAYER
            END-IF.

        READ-NEXT-SORTED-RECORD.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.

        PROCESS-SORTED-RECORD.
            IF IS-FIRST-RECORD
                MOVE "N" TO FIRST-RECORD-SWITCH
                PERFORM START-NEW-PLAYER
            ELSE
                IF SRT-PLAYER-ID NOT = BREAK-PLAYER-ID
                    PERFORM CLOSE-OUT-PLAYER
                    PERFORM START-NEW-PLAYER
                END-IF
            END-IF.
            PERFORM ACCUMULATE-MOVEMENT.
            PERFORM READ-NEXT-SORTED-RECORD.

        START-NEW-PLAYER.
            MOVE SRT-PLAYER-ID TO BREAK-PLAYER-ID.
            INITIALIZE PLAYER-WINDOW.

      * FILES THE MOVEMENT UNDER ITS DAY AND DIRECTION. A MOVEMENT
      * JUST UNDER THE THRESHOLD ALSO COUNTS TOWARD STRUCTURING,
      * AND ONE ON THE GAMING DAY OVER THE LOGGING THRESHOLD GOES
      * ON THE MULTIPLE-TRANSACTION LOG.
        ACCUMULATE-MOVEMENT.
            MOVE SRT-TIMESTAMP(1:8) TO DATE-NUMBER-WORK.
            COMPUTE DAY-SLOT =
                FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK)
                - WINDOW-START-INTEGER + 1.
            IF SRT-OUTCOME = "WITHDRAW"
                MOVE 2 TO DIRECTION-SLOT
            ELSE
                MOVE 1 TO DIRECTION-SLOT
            END-IF.
            ADD SRT-WAGER-AMOUNT TO
                WIN-CASH-TOTAL(DAY-SLOT, DIRECTION-SLOT).
            ADD 1 TO WIN-MOVE-COUNT(DAY-SLOT, DIRECTION-SLOT).
            IF WIN-FIRST-TIME(DAY-SLOT, DIRECTION-SLOT) = SPACES
                MOVE SRT-TIMESTAMP(9:6) TO
                    WIN-FIRST-TIME(DAY-SLOT, DIRECTION-SLOT)
            END-IF.
            MOVE SRT-TIMESTAMP(9:6) TO
                WIN-LAST-TIME(DAY-SLOT, DIRECTION-SLOT).
            IF SRT-WAGER-AMOUNT NOT < STRUCTURING-FLOOR
                AND SRT-WAGER-AMOUNT NOT > CTR-THRESHOLD
                ADD SRT-WAGER-AMOUNT TO
                    WIN-NEAR-TOTAL(DAY-SLOT, DIRECTION-SLOT)
                ADD 1 TO WIN-NEAR-COUNT(DAY-SLOT, DIRECTION-SLOT)
            END-IF.
            IF DAY-SLOT = LOOK-BACK-DAYS
                IF DIRECTION-SLOT = 1
                    ADD SRT-WAGER-AMOUNT TO CASH-IN-DAY-TOTAL
                ELSE
                    ADD SRT-WAGER-AMOUNT TO CASH-OUT-DAY-TOTAL
                END-IF
                IF SRT-WAGER-AMOUNT > MTL-THRESHOLD
                    PERFORM WRITE-MTL-LINE
                END-IF
            END-IF.

        WRITE-MTL-LINE.
            ADD 1 TO MTL-LINE-COUNT.
            MOVE SRT-WAGER-AMOUNT TO AMOUNT-ED.
            IF DIRECTION-SLOT = 1
                MOVE "CASH IN" TO DIRECTION-WORD
            ELSE
                MOVE "CASH OUT" TO DIRECTION-WORD
            END-IF.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING SRT-TIMESTAMP(1:8)           DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   SRT-TIMESTAMP(9:6)           DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SRT-PLAYER-ID                DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   DIRECTION-WORD               DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SRT-OUTCOME                  DELIMITED BY SIZE
                   AMOUNT-ED                    DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.

      * JUDGES THE PLAYER'S WINDOW ONE DIRECTION AT A TIME.
        CLOSE-OUT-PLAYER.
            PERFORM JUDGE-ONE-DIRECTION
                VARYING DIRECTION-SLOT FROM 1 BY 1
                UNTIL DIRECTION-SLOT > 2.

      * THE GAMING DAY'S TOTAL OVER THE THRESHOLD IS A CTR. TWO OR
      * MORE JUST-UNDER MOVEMENTS PAST THE THRESHOLD WITHIN THE
      * DAY ARE STRUCTURING WITHIN THE DAY; OTHERWISE, JUST-UNDER
      * MOVEMENTS ON THE GAMING DAY AND ON EACH DAY RUNNING BACK
      * FROM IT WITHOUT A BREAK, PAST THE THRESHOLD TOGETHER, ARE
      * STRUCTURING ACROSS DAYS.
        JUDGE-ONE-DIRECTION.
            IF WIN-CASH-TOTAL(LOOK-BACK-DAYS, DIRECTION-SLOT)
                > CTR-THRESHOLD
                PERFORM FILE-ONE-CTR
            END-IF.
            MOVE 0 TO STRUCTURING-TOTAL.
            MOVE 0 TO STRUCTURING-DAYS.
            MOVE SPACES TO STRUCTURING-KIND.
            IF WIN-NEAR-COUNT(LOOK-BACK-DAYS, DIRECTION-SLOT) >= 2
                AND WIN-NEAR-TOTAL(LOOK-BACK-DAYS, DIRECTION-SLOT)
                    > CTR-THRESHOLD
                MOVE WIN-NEAR-TOTAL(LOOK-BACK-DAYS, DIRECTION-SLOT)
                    TO STRUCTURING-TOTAL
                MOVE "WITHIN THE DAY" TO STRUCTURING-KIND
            ELSE
                PERFORM ADD-STRUCTURING-DAY
                    VARYING DAY-SLOT FROM LOOK-BACK-DAYS BY -1
                    UNTIL DAY-SLOT < 1
                    OR WIN-NEAR-COUNT(DAY-SLOT, DIRECTION-SLOT) = 0
                IF STRUCTURING-DAYS >= 2
                    AND STRUCTURING-TOTAL > CTR-THRESHOLD
                    MOVE "ACROSS DAYS" TO STRUCTURING-KIND
                END-IF
            END-IF.
            IF STRUCTURING-KIND NOT = SPACES
                PERFORM FLAG-STRUCTURING
            END-IF.

        ADD-STRUCTURING-DAY.
            ADD WIN-NEAR-TOTAL(DAY-SLOT, DIRECTION-SLOT) TO
                STRUCTURING-TOTAL.
            ADD 1 TO STRUCTURING-DAYS.

      * WRITES THE FILING RECORD AND KEEPS THE FILING FOR THE
      * REPORT'S CTR SECTION.
        FILE-ONE-CTR.
            MOVE SPACES TO CTR-FILING-RECORD.
            MOVE GAMING-DATE TO CTR-GAMING-DATE.
            MOVE BREAK-PLAYER-ID TO CTR-PLAYER-ID.
            IF DIRECTION-SLOT = 1
                MOVE "I" TO CTR-DIRECTION
            ELSE
                MOVE "O" TO CTR-DIRECTION
            END-IF.
            MOVE WIN-CASH-TOTAL(LOOK-BACK-DAYS, DIRECTION-SLOT) TO
                CTR-CASH-TOTAL.
            MOVE WIN-MOVE-COUNT(LOOK-BACK-DAYS, DIRECTION-SLOT) TO
                CTR-MOVEMENT-COUNT.
            MOVE WIN-FIRST-TIME(LOOK-BACK-DAYS, DIRECTION-SLOT) TO
                CTR-FIRST-TIME.
            MOVE WIN-LAST-TIME(LOOK-BACK-DAYS, DIRECTION-SLOT) TO
                CTR-LAST-TIME.
            WRITE CTR-FILING-RECORD.
            IF CTR-COUNT >= 200
                MOVE "Y" TO TABLE-FULL-SWITCH
            ELSE
                ADD 1 TO CTR-COUNT
                MOVE BREAK-PLAYER-ID TO CTE-PLAYER-ID(CTR-COUNT)
                MOVE CTR-DIRECTION TO CTE-DIRECTION(CTR-COUNT)
                MOVE CTR-CASH-TOTAL TO CTE-CASH-TOTAL(CTR-COUNT)
                MOVE CTR-MOVEMENT-COUNT TO CTE-MOVE-COUNT(CTR-COUNT)
            END-IF.

        FLAG-STRUCTURING.
            IF FLAG-COUNT >= 200
                MOVE "Y" TO TABLE-FULL-SWITCH
            ELSE
                ADD 1 TO FLAG-COUNT
                MOVE BREAK-PLAYER-ID TO FLG-PLAYER-ID(FLAG-COUNT)
                IF DIRECTION-SLOT = 1
                    MOVE "I" TO FLG-DIRECTION(FLAG-COUNT)
                ELSE
                    MOVE "O" TO FLG-DIRECTION(FLAG-COUNT)
                END-IF
                MOVE STRUCTURING-KIND TO FLG-KIND(FLAG-COUNT)
                MOVE STRUCTURING-TOTAL TO FLG-NEAR-TOTAL(FLAG-COUNT)
                IF STRUCTURING-KIND = "WITHIN THE DAY"
                    MOVE WIN-NEAR-COUNT(LOOK-BACK-DAYS,
                        DIRECTION-SLOT) TO FLG-NEAR-COUNT(FLAG-COUNT)
                ELSE
                    MOVE STRUCTURING-DAYS TO
                        FLG-NEAR-COUNT(FLAG-COUNT)
                END-IF
            END-IF.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "CASH TRANSACTION REPORTING - GAMING DAY "
                                                DELIMITED BY SIZE
                   GAMING-DATE                  DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE SPACES TO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE MTL-THRESHOLD TO AMOUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "MULTIPLE-TRANSACTION LOG - EVERY MOVEMENT OVER"
                                                DELIMITED BY SIZE
                   AMOUNT-ED                    DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.

        WRITE-CTR-SECTION.
            MOVE MTL-LINE-COUNT TO COUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "MOVEMENTS LOGGED: "         DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE SPACES TO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE CTR-THRESHOLD TO AMOUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "CURRENCY TRANSACTION REPORTS - CASH IN OR OUT "
                                                DELIMITED BY SIZE
                   "FOR THE DAY OVER"           DELIMITED BY SIZE
                   AMOUNT-ED                    DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            PERFORM WRITE-CTR-LINE
                VARYING TABLE-INDEX FROM 1 BY 1
                UNTIL TABLE-INDEX > CTR-COUNT.
            MOVE CTR-COUNT TO COUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "CTRS TO FILE: "             DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE SPACES TO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.

        WRITE-CTR-LINE.
            IF CTE-DIRECTION(TABLE-INDEX) = "I"
                MOVE "CASH IN" TO DIRECTION-WORD
            ELSE
                MOVE "CASH OUT" TO DIRECTION-WORD
            END-IF.
            MOVE CTE-CASH-TOTAL(TABLE-INDEX) TO AMOUNT-ED.
            MOVE CTE-MOVE-COUNT(TABLE-INDEX) TO COUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING CTE-PLAYER-ID(TABLE-INDEX)   DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   DIRECTION-WORD               DELIMITED BY SIZE
                   "  TOTAL="                   DELIMITED BY SIZE
                   AMOUNT-ED                    DELIMITED BY SIZE
                   "  MOVEMENTS="               DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.

        WRITE-STRUCTURING-SECTION.
            MOVE STRUCTURING-FLOOR TO AMOUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "POSSIBLE STRUCTURING - MOVEMENTS FROM"
                                                DELIMITED BY SIZE
                   AMOUNT-ED                    DELIMITED BY SIZE
                   " TO THE THRESHOLD ADDING UP PAST IT"
                                                DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            PERFORM WRITE-FLAG-LINE
                VARYING TABLE-INDEX FROM 1 BY 1
                UNTIL TABLE-INDEX > FLAG-COUNT.
            MOVE FLAG-COUNT TO COUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "PLAYERS FLAGGED: "          DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE SPACES TO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.

        WRITE-FLAG-LINE.
            IF FLG-DIRECTION(TABLE-INDEX) = "I"
                MOVE "CASH IN" TO DIRECTION-WORD
            ELSE
                MOVE "CASH OUT" TO DIRECTION-WORD
            END-IF.
            MOVE FLG-NEAR-TOTAL(TABLE-INDEX) TO AMOUNT-ED.
            MOVE FLG-NEAR-COUNT(TABLE-INDEX) TO COUNT-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            IF FLG-KIND(TABLE-INDEX) = "WITHIN THE DAY"
                STRING "*** "                   DELIMITED BY SIZE
                       FLG-PLAYER-ID(TABLE-INDEX)
                                                DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       DIRECTION-WORD           DELIMITED BY SIZE
                       "  WITHIN THE DAY - "    DELIMITED BY SIZE
                       COUNT-ED                 DELIMITED BY SIZE
                       " MOVEMENTS TOTALING"    DELIMITED BY SIZE
                       AMOUNT-ED                DELIMITED BY SIZE
                       " ***"                   DELIMITED BY SIZE
                    INTO CTR-REPORT-RECORD
            ELSE
                STRING "*** "                   DELIMITED BY SIZE
                       FLG-PLAYER-ID(TABLE-INDEX)
                                                DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       DIRECTION-WORD           DELIMITED BY SIZE
                       "  ACROSS "              DELIMITED BY SIZE
                       COUNT-ED                 DELIMITED BY SIZE
                       " CONSECUTIVE DAYS TOTALING"
                                                DELIMITED BY SIZE
                       AMOUNT-ED                DELIMITED BY SIZE
                       " ***"                   DELIMITED BY SIZE
                    INTO CTR-REPORT-RECORD
            END-IF.
            WRITE CTR-REPORT-RECORD.

        WRITE-REPORT-FOOTER.
            MOVE CASH-IN-DAY-TOTAL TO TOTAL-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "DAY CASH IN  "              DELIMITED BY SIZE
                   TOTAL-ED                     DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
            MOVE CASH-OUT-DAY-TOTAL TO TOTAL-ED.
            MOVE SPACES TO CTR-REPORT-RECORD.
            STRING "DAY CASH OUT "              DELIMITED BY SIZE
                   TOTAL-ED                     DELIMITED BY SIZE
                INTO CTR-REPORT-RECORD.
            WRITE CTR-REPORT-RECORD.
