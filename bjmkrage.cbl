         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJMKRAGE.
        AUTHOR.         FRED SHIH.

      * NIGHTLY MARKER AGING. THE MARKERS FILE IS THE ONLY BOOK OF
      * WHAT PLAYERS OWE THE HOUSE ON CREDIT; THIS JOB AGES EVERY
      * OUTSTANDING DOLLAR OF IT AS OF A CHOSEN DATE AND PRINTS ONE
      * LINE PER PLAYER WHO STILL OWES ANYTHING, BUCKETED CURRENT
      * (UNDER 30 DAYS), 30, 60 AND 90+ DAYS BY THE DATE EACH
      * MARKER WAS DRAWN, WITH HOUSE TOTALS UNDERNEATH. A REPAYMENT
      * OR WRITE-OFF IS NOT TIED TO ONE MARKER: IT RETIRES THE
      * PLAYER'S OLDEST OUTSTANDING MARKERS FIRST, SO WHAT IS LEFT
      * TO AGE IS ALWAYS THE NEWEST PAPER. EVENTS STAMPED AFTER THE
      * AGING DATE ARE LEFT OUT, SO A PAST DATE REPRINTS THE AGING
      * AS IT STOOD THAT NIGHT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MARKER-FILE ASSIGN TO "MARKERS"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS MARKER-FILE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "MKRWORK".

            SELECT AGING-REPORT-FILE ASSIGN TO "MKRAGRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS AGING-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MARKER-FILE.
            COPY MKRREC.

        SD  SORT-WORK-FILE.
            COPY MKRREC
                REPLACING ==MARKER-RECORD== BY ==SORT-RECORD==,
                      ==MKR-TIMESTAMP== BY ==SRT-TIMESTAMP==,
                      ==MKR-PLAYER-ID== BY ==SRT-PLAYER-ID==,
                      ==MKR-ACTION== BY ==SRT-ACTION==,
                      ==MKR-IS-ISSUE== BY ==SRT-IS-ISSUE==,
                      ==MKR-IS-REPAYMENT== BY ==SRT-IS-REPAYMENT==,
                      ==MKR-IS-WRITE-OFF== BY ==SRT-IS-WRITE-OFF==,
                      ==MKR-AMOUNT== BY ==SRT-AMOUNT==,
                      ==MKR-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==MKR-TELLER-ID== BY ==SRT-TELLER-ID==.

        FD  AGING-REPORT-FILE.
        01  AGING-REPORT-RECORD         PIC X(120).

        WORKING-STORAGE SECTION.
        01  MARKER-FILE-STATUS       PIC X(02)   VALUE "00".
        01  AGING-REPORT-STATUS      PIC X(02)   VALUE "00".
        01  END-OF-SORT-SWITCH       PIC X       VALUE "N".
            88  END-OF-SORT                       VALUE "Y".
        01  FIRST-RECORD-SWITCH      PIC X       VALUE "Y".
            88  IS-FIRST-RECORD                   VALUE "Y".
        01  AGING-DATE               PIC X(08)   VALUE SPACES.
        01  BREAK-PLAYER-ID          PIC X(10)   VALUE SPACES.
      * THE PLAYER'S MARKERS STILL CARRYING A BALANCE, OLDEST
      * FIRST. A REPAYMENT WORKS DOWN FROM THE TOP.
        01  OPEN-MARKER-TABLE.
            05  OPEN-MARKER-COUNT    PIC 9(03)   VALUE 0.
            05  OPEN-MARKER-ENTRY    OCCURS 200 TIMES.
                10  OPN-ISSUE-DATE   PIC X(08).
                10  OPN-BALANCE      PIC S9(7)V99.
        01  OPEN-MARKER-INDEX        PIC 9(03)   VALUE 0.
        01  TABLE-FULL-SWITCH        PIC X       VALUE "N".
            88  OPEN-MARKER-TABLE-FULL            VALUE "Y".
        01  SETTLE-REMAINING         PIC S9(7)V99 VALUE 0.
        01  UNAPPLIED-AMOUNT         PIC S9(7)V99 VALUE 0.
        01  DATE-NUMBER-WORK         PIC 9(08)   VALUE 0.
        01  AGING-DAY-INTEGER        PIC 9(07)   VALUE 0.
        01  ISSUE-DAY-INTEGER        PIC 9(07)   VALUE 0.
        01  MARKER-AGE-DAYS          PIC S9(07)  VALUE 0.
        01  PLAYER-CURRENT           PIC S9(9)V99 VALUE 0.
        01  PLAYER-30-DAY            PIC S9(9)V99 VALUE 0.
        01  PLAYER-60-DAY            PIC S9(9)V99 VALUE 0.
        01  PLAYER-90-DAY            PIC S9(9)V99 VALUE 0.
        01  PLAYER-OWED              PIC S9(9)V99 VALUE 0.
        01  HOUSE-CURRENT            PIC S9(9)V99 VALUE 0.
        01  HOUSE-30-DAY             PIC S9(9)V99 VALUE 0.
        01  HOUSE-60-DAY             PIC S9(9)V99 VALUE 0.
        01  HOUSE-90-DAY             PIC S9(9)V99 VALUE 0.
        01  HOUSE-OWED               PIC S9(9)V99 VALUE 0.
        01  PLAYERS-OWING-COUNT      PIC 9(05)   VALUE 0.
        01  CURRENT-ED               PIC -(8)9.99.
        01  THIRTY-DAY-ED            PIC -(8)9.99.
        01  SIXTY-DAY-ED             PIC -(8)9.99.
        01  NINETY-DAY-ED            PIC -(8)9.99.
        01  OWED-ED                  PIC -(8)9.99.
        01  PLAYERS-OWING-ED         PIC ZZZZ9.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "MARKER AGING".
      * UNDER THE NIGHTLY DRIVER THE DATE IS THE NIGHT'S BUSINESS
      * DATE; RUN ON ITS OWN, THE JOB ASKS FOR IT.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO AGING-DATE
            ELSE
                DISPLAY "AGING AS OF DATE (YYYYMMDD, BLANK=TODAY): "
                    WITH NO ADVANCING
                ACCEPT AGING-DATE
            END-IF.
            IF AGING-DATE = SPACES OR AGING-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO AGING-DATE
            END-IF.
            IF AGING-DATE IS NOT NUMERIC
                DISPLAY "AGING DATE NOT VALID - NOTHING AGED."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE AGING-DATE TO DATE-NUMBER-WORK
                COMPUTE AGING-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK)
                PERFORM OPEN-REPORT-FILE
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-PLAYER-ID SRT-TIMESTAMP
                    WITH DUPLICATES IN ORDER
                    USING MARKER-FILE
                    OUTPUT PROCEDURE PRODUCE-REPORT
                PERFORM CLOSE-REPORT-FILE
                MOVE PLAYERS-OWING-COUNT TO PLAYERS-OWING-ED
                DISPLAY "PLAYERS OWING: ", PLAYERS-OWING-ED
                IF OPEN-MARKER-TABLE-FULL
                    DISPLAY "A PLAYER HAS MORE OPEN MARKERS THAN THE ",
                        "AGING TABLE HOLDS - SEE THE REPORT."
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

      * DRIVES THE SORTED MARKERS FILE ONE EVENT AT A TIME. EVENTS
      * AFTER THE AGING DATE ARE SKIPPED; A CHANGE OF PLAYER AGES
      * AND PRINTS THE PRIOR PLAYER.
        PRODUCE-REPORT.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM READ-NEXT-SORTED-RECORD.
            PERFORM PROCESS-SORTED-RECORD UNTIL END-OF-SORT.
            IF NOT IS-FIRST-RECORD
                PERFORM CLOSE-OUT-PLAYER
            END-IF.
            PERFORM WRITE-TOTAL-LINE.

        READ-NEXT-SORTED-RECORD.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.

        PROCESS-SORTED-RECORD.
            IF SRT-TIMESTAMP(1:8) NOT > AGING-DATE
                IF IS-FIRST-RECORD
                    MOVE "N" TO FIRST-RECORD-SWITCH
                    PERFORM START-NEW-PLAYER
                ELSE
                    IF SRT-PLAYER-ID NOT = BREAK-PLAYER-ID
                        PERFORM CLOSE-OUT-PLAYER
                        PERFORM START-NEW-PLAYER
                    END-IF
                END-IF
                PERFORM APPLY-SORTED-RECORD
            END-IF.
            PERFORM READ-NEXT-SORTED-RECORD.

        START-NEW-PLAYER.
            MOVE SRT-PLAYER-ID TO BREAK-PLAYER-ID.
            MOVE 0 TO OPEN-MARKER-COUNT.
            MOVE 0 TO UNAPPLIED-AMOUNT.

      * AN ISSUE OPENS A NEW MARKER AT THE BOTTOM OF THE TABLE; A
      * REPAYMENT OR WRITE-OFF RETIRES MARKERS FROM THE TOP. MONEY
      * TAKEN WITH NO MARKER LEFT OPEN TO TAKE IT IS CARRIED AS
      * UNAPPLIED AND PRINTED WITH THE PLAYER.
        APPLY-SORTED-RECORD.
            EVALUATE TRUE
                WHEN SRT-IS-ISSUE
                    IF OPEN-MARKER-COUNT >= 200
                        MOVE "Y" TO TABLE-FULL-SWITCH
                        PERFORM WRITE-TABLE-FULL-LINE
                    ELSE
                        ADD 1 TO OPEN-MARKER-COUNT
                        MOVE SRT-TIMESTAMP(1:8) TO
                            OPN-ISSUE-DATE(OPEN-MARKER-COUNT)
                        MOVE SRT-AMOUNT TO
                            OPN-BALANCE(OPEN-MARKER-COUNT)
                    END-IF
                WHEN SRT-IS-REPAYMENT
                WHEN SRT-IS-WRITE-OFF
                    MOVE SRT-AMOUNT TO SETTLE-REMAINING
                    PERFORM RETIRE-ONE-MARKER
                        VARYING OPEN-MARKER-INDEX FROM 1 BY 1
                        UNTIL OPEN-MARKER-INDEX > OPEN-MARKER-COUNT
                        OR SETTLE-REMAINING <= 0
                    IF SETTLE-REMAINING > 0
                        ADD SETTLE-REMAINING TO UNAPPLIED-AMOUNT
                    END-IF
            END-EVALUATE.

        RETIRE-ONE-MARKER.
            IF OPN-BALANCE(OPEN-MARKER-INDEX) > 0
                IF OPN-BALANCE(OPEN-MARKER-INDEX) > SETTLE-REMAINING
                    SUBTRACT SETTLE-REMAINING FROM
                        OPN-BALANCE(OPEN-MARKER-INDEX)
                    MOVE 0 TO SETTLE-REMAINING
                ELSE
                    SUBTRACT OPN-BALANCE(OPEN-MARKER-INDEX) FROM
                        SETTLE-REMAINING
                    MOVE 0 TO OPN-BALANCE(OPEN-MARKER-INDEX)
                END-IF
            END-IF.

      * AGES WHAT THE PLAYER STILL OWES INTO THE FOUR BUCKETS AND
      * PRINTS THE PLAYER'S LINE. A PLAYER WHO OWES NOTHING IS NOT
      * PRINTED UNLESS THE CAGE TOOK MORE THAN WAS OWED.
        CLOSE-OUT-PLAYER.
            MOVE 0 TO PLAYER-CURRENT.
            MOVE 0 TO PLAYER-30-DAY.
            MOVE 0 TO PLAYER-60-DAY.
            MOVE 0 TO PLAYER-90-DAY.
            PERFORM AGE-ONE-MARKER
                VARYING OPEN-MARKER-INDEX FROM 1 BY 1
                UNTIL OPEN-MARKER-INDEX > OPEN-MARKER-COUNT.
            COMPUTE PLAYER-OWED = PLAYER-CURRENT + PLAYER-30-DAY
                + PLAYER-60-DAY + PLAYER-90-DAY.
            IF PLAYER-OWED > 0
                ADD 1 TO PLAYERS-OWING-COUNT
                ADD PLAYER-CURRENT TO HOUSE-CURRENT
                ADD PLAYER-30-DAY TO HOUSE-30-DAY
                ADD PLAYER-60-DAY TO HOUSE-60-DAY
                ADD PLAYER-90-DAY TO HOUSE-90-DAY
                ADD PLAYER-OWED TO HOUSE-OWED
                PERFORM WRITE-PLAYER-LINE
            END-IF.
            IF UNAPPLIED-AMOUNT > 0
                PERFORM WRITE-UNAPPLIED-LINE
            END-IF.

        AGE-ONE-MARKER.
            IF OPN-BALANCE(OPEN-MARKER-INDEX) > 0
                MOVE OPN-ISSUE-DATE(OPEN-MARKER-INDEX) TO
                    DATE-NUMBER-WORK
                COMPUTE ISSUE-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK)
                COMPUTE MARKER-AGE-DAYS =
                    AGING-DAY-INTEGER - ISSUE-DAY-INTEGER
                EVALUATE TRUE
                    WHEN MARKER-AGE-DAYS < 30
                        ADD OPN-BALANCE(OPEN-MARKER-INDEX) TO
                            PLAYER-CURRENT
                    WHEN MARKER-AGE-DAYS < 60
                        ADD OPN-BALANCE(OPEN-MARKER-INDEX) TO
                            PLAYER-30-DAY
                    WHEN MARKER-AGE-DAYS < 90
                        ADD OPN-BALANCE(OPEN-MARKER-INDEX) TO
                            PLAYER-60-DAY
                    WHEN OTHER
                        ADD OPN-BALANCE(OPEN-MARKER-INDEX) TO
                            PLAYER-90-DAY
                END-EVALUATE
            END-IF.

        WRITE-PLAYER-LINE.
            MOVE PLAYER-CURRENT TO CURRENT-ED.
            MOVE PLAYER-30-DAY TO THIRTY-DAY-ED.
            MOVE PLAYER-60-DAY TO SIXTY-DAY-ED.
            MOVE PLAYER-90-DAY TO NINETY-DAY-ED.
            MOVE PLAYER-OWED TO OWED-ED.
            MOVE SPACES TO AGING-REPORT-RECORD.
            STRING BREAK-PLAYER-ID              DELIMITED BY SIZE
                   "  CURRENT="                 DELIMITED BY SIZE
                   CURRENT-ED                   DELIMITED BY SIZE
                   "  30="                      DELIMITED BY SIZE
                   THIRTY-DAY-ED                DELIMITED BY SIZE
                   "  60="                      DELIMITED BY SIZE
                   SIXTY-DAY-ED                 DELIMITED BY SIZE
                   "  90+="                     DELIMITED BY SIZE
                   NINETY-DAY-ED                DELIMITED BY SIZE
                   "  OWED="                    DELIMITED BY SIZE
                   OWED-ED                      DELIMITED BY SIZE
                INTO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.

        WRITE-UNAPPLIED-LINE.
            MOVE UNAPPLIED-AMOUNT TO OWED-ED.
            MOVE SPACES TO AGING-REPORT-RECORD.
            STRING BREAK-PLAYER-ID              DELIMITED BY SIZE
                   "  *** SETTLED BEYOND MARKERS DRAWN - "
                                                DELIMITED BY SIZE
                   OWED-ED                      DELIMITED BY SIZE
                   " UNAPPLIED ***"             DELIMITED BY SIZE
                INTO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.

        WRITE-TABLE-FULL-LINE.
            MOVE SPACES TO AGING-REPORT-RECORD.
            STRING BREAK-PLAYER-ID              DELIMITED BY SIZE
                   "  *** MORE THAN 200 OPEN MARKERS - AGING "
                                                DELIMITED BY SIZE
                   "INCOMPLETE ***"             DELIMITED BY SIZE
                INTO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.

        WRITE-TOTAL-LINE.
            MOVE SPACES TO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.
            MOVE HOUSE-CURRENT TO CURRENT-ED.
            MOVE HOUSE-30-DAY TO THIRTY-DAY-ED.
            MOVE HOUSE-60-DAY TO SIXTY-DAY-ED.
            MOVE HOUSE-90-DAY TO NINETY-DAY-ED.
            MOVE HOUSE-OWED TO OWED-ED.
            MOVE SPACES TO AGING-REPORT-RECORD.
            STRING "TOTAL     "                 DELIMITED BY SIZE
                   "  CURRENT="                 DELIMITED BY SIZE
                   CURRENT-ED                   DELIMITED BY SIZE
                   "  30="                      DELIMITED BY SIZE
                   THIRTY-DAY-ED                DELIMITED BY SIZE
                   "  60="                      DELIMITED BY SIZE
                   SIXTY-DAY-ED                 DELIMITED BY SIZE
                   "  90+="                     DELIMITED BY SIZE
                   NINETY-DAY-ED                DELIMITED BY SIZE
                   "  OWED="                    DELIMITED BY SIZE
                   OWED-ED                      DELIMITED BY SIZE
                INTO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.
            MOVE PLAYERS-OWING-COUNT TO PLAYERS-OWING-ED.
            MOVE SPACES TO AGING-REPORT-RECORD.
            STRING "PLAYERS OWING: "            DELIMITED BY SIZE
                   PLAYERS-OWING-ED             DELIMITED BY SIZE
                INTO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO AGING-REPORT-RECORD.
            STRING "MARKER AGING BY PLAYER - AS OF "
                                                DELIMITED BY SIZE
                   AGING-DATE                   DELIMITED BY SIZE
                INTO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.
            MOVE SPACES TO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.

        OPEN-REPORT-FILE.
            OPEN OUTPUT AGING-REPORT-FILE.

        CLOSE-REPORT-FILE.
            CLOSE AGING-REPORT-FILE.
