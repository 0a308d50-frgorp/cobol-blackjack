         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJDORMNT.
        AUTHOR.         FRED SHIH.

      * PERIODIC DORMANT-ACCOUNT SWEEP AND UNCLAIMED-FUNDS REPORT.
      * THE ACCOUNT MASTER ONLY EVER GROWS, AND AN ACCOUNT NOBODY
      * HAS TOUCHED IN YEARS STILL CARRIES A BANKROLL THAT IN TIME
      * BELONGS TO THE STATE. THIS JOB FINDS EVERY ACCOUNT'S LAST
      * ACTIVITY - ITS LATEST SIGN-ON, SETTLEMENT OR CAGE MOVEMENT -
      * ACROSS THE DATED ARCHIVES AND THE LIVE TRAIL, READ THE WAY
      * BJSTMT READS THEM: EVERY ARCHIVE'S CONTROL TRAILER IS PROVED
      * FIRST, AND NOTHING IS SWEPT (RETURN CODE 8) ON AN ARCHIVE
      * THAT DOES NOT PROVE - A MISSING DAY COULD MAKE A LIVE
      * ACCOUNT LOOK IDLE. AN ACTIVE ACCOUNT IDLE PAST THE DORMANCY
      * PERIOD IS MARKED DORMANT ON THE MASTER, JOURNALED LIKE ANY
      * OTHER UPDATE, AND REFUSED A SEAT FROM THEN ON UNTIL THE CAGE
      * REACTIVATES IT. AN ACCOUNT STILL IN PLAY IS NEVER SWEPT, AND
      * A BARRED OR CLOSED ONE KEEPS ITS STATUS. TWO REPORTS COME
      * OUT: THE DORMANT-ACCOUNT LIST (EVERY ACCOUNT NOW DORMANT,
      * THE NEWLY SWEPT ONES MARKED) AND THE ESCHEATMENT REPORT -
      * EVERY ACCOUNT OF ANY STATUS IDLE PAST THE LEGAL HOLDING
      * PERIOD WITH A BALANCE STILL ON IT - EACH CLOSING ON A
      * CONTROL TOTAL FOR FINANCE. AN ACCOUNT WITH NO ACTIVITY
      * ANYWHERE IN THE SPAN READ HAS BEEN IDLE AT LEAST SINCE THE
      * OLDEST RECORD IN IT, AND IS JUDGED ON THAT.
      * THE ARCHIVE CONCATENATION FOR THE SPAN IS THE JCL'S TO
      * ALLOCATE; IT SHOULD REACH BACK PAST THE HOLDING PERIOD.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DORMANCY-PARAMETER-FILE ASSIGN TO "DORMPARM"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS DORMANCY-PARAMETER-STATUS.

            SELECT ARCHIVE-FILE ASSIGN TO "ARCHFLE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITFLE"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "DRMWORK".

            SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCT-PLAYER-ID
                FILE STATUS IS ACCOUNT-FILE-STATUS.

            SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ACCOUNT-JOURNAL-STATUS.

            SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS DORMANT-REPORT-STATUS.

            SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ESCHEAT-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DORMANCY-PARAMETER-FILE.
            COPY DORMPARM.

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

      * ONE ACTIVITY: WHO, AND ON WHAT DAY. SORTED BY PLAYER AND
      * DAY, THE LAST ONE FOR A PLAYER IS THAT PLAYER'S LATEST.
        SD  SORT-WORK-FILE.
        01  SORT-RECORD.
            05  SRT-PLAYER-ID           PIC X(10).
            05  SRT-ACTIVITY-DATE       PIC X(08).

        FD  ACCOUNT-FILE.
            COPY ACCTREC.

        FD  ACCOUNT-JOURNAL-FILE.
            COPY ACCTJRNL.

        FD  DORMANT-REPORT-FILE.
        01  DORMANT-REPORT-RECORD       PIC X(120).

        FD  ESCHEAT-REPORT-FILE.
        01  ESCHEAT-REPORT-RECORD       PIC X(120).

        WORKING-STORAGE SECTION.
      * THE RECORD IN HAND, IN TRAIL LAYOUT, WHETHER IT CAME OFF AN
      * ARCHIVE OR THE LIVE TRAIL - ONE RELEASE ROUTINE SERVES BOTH.
        COPY AUDITREC
            REPLACING ==AUDIT-RECORD== BY ==ACTIVITY-WORK-RECORD==,
                  ==AUD-TIMESTAMP== BY ==ACT-TIMESTAMP==,
                  ==AUD-PLAYER-ID== BY ==ACT-PLAYER-ID==,
                  ==AUD-RANDOM-SEED== BY ==ACT-RANDOM-SEED==,
                  ==AUD-CARD-VALUE== BY ==ACT-CARD-VALUE==,
                  ==AUD-PLAYER-TOTAL== BY ==ACT-PLAYER-TOTAL==,
                  ==AUD-OUTCOME== BY ==ACT-OUTCOME==,
                  ==AUD-WAGER-AMOUNT== BY ==ACT-WAGER-AMOUNT==,
                  ==AUD-PRIOR-WAGER-AREA== BY
                      ==ACT-PRIOR-WAGER-AREA==,
                  ==AUD-PRIOR-WAGER== BY ==ACT-PRIOR-WAGER==,
                  ==AUD-TABLE-ID== BY ==ACT-TABLE-ID==,
                  ==AUD-SOFT-ACES== BY ==ACT-SOFT-ACES==,
                  ==AUD-DEALER-ID== BY ==ACT-DEALER-ID==.
        01  DORMANCY-PARAMETER-STATUS PIC X(02)  VALUE "00".
        01  ARCHIVE-FILE-STATUS      PIC X(02)   VALUE "00".
        01  AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
        01  ACCOUNT-FILE-STATUS      PIC X(02)   VALUE "00".
        01  ACCOUNT-JOURNAL-STATUS   PIC X(02)   VALUE "00".
        01  DORMANT-REPORT-STATUS    PIC X(02)   VALUE "00".
        01  ESCHEAT-REPORT-STATUS    PIC X(02)   VALUE "00".
        01  PRIOR-WAGER-WORK         PIC S9(5)V99 VALUE 0.
        01  PRIOR-ACCOUNT-IMAGE      PIC X(72)   VALUE SPACES.
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
        01  END-OF-ACCOUNTS-SWITCH   PIC X       VALUE "N".
            88  END-OF-ACCOUNTS                   VALUE "Y".
      * THE COMPILED-IN PERIODS, IN DAYS: A YEAR IDLE MAKES AN
      * ACCOUNT DORMANT, THREE YEARS IDLE PUTS ITS BALANCE DUE TO
      * THE STATE. THE CONTROL FILE OVERRIDES EITHER ONE.
        01  DORMANCY-DAYS            PIC 9(05)   VALUE 365.
        01  HOLDING-DAYS             PIC 9(05)   VALUE 1095.
        01  SWEEP-DATE               PIC X(08)   VALUE SPACES.
        01  DATE-NUMBER-WORK         PIC 9(08)   VALUE 0.
        01  SWEEP-DAY-INTEGER        PIC 9(07)   VALUE 0.
        01  IDLE-SINCE-INTEGER       PIC 9(07)   VALUE 0.
        01  IDLE-DAYS                PIC 9(07)   VALUE 0.
      * THE OLDEST DAY ANYWHERE IN THE SPAN READ - AN ACCOUNT WITH
      * NO ACTIVITY AT ALL HAS BEEN IDLE AT LEAST SINCE THEN.
        01  OLDEST-TRAIL-DATE        PIC X(08)   VALUE SPACES.
        01  LAST-ACTIVITY-DATE       PIC X(08)   VALUE SPACES.
        01  IDLE-SINCE-DATE          PIC X(08)   VALUE SPACES.
        01  ACTIVITY-FOUND-SWITCH    PIC X       VALUE "N".
            88  ACTIVITY-FOUND                    VALUE "Y".
        01  NEWLY-DORMANT-SWITCH     PIC X       VALUE "N".
            88  NEWLY-DORMANT                     VALUE "Y".
        01  ACCOUNTS-READ-COUNT      PIC 9(07)   VALUE 0.
        01  SWEPT-COUNT              PIC 9(07)   VALUE 0.
        01  DORMANT-COUNT            PIC 9(07)   VALUE 0.
        01  DORMANT-BALANCE-TOTAL    PIC S9(11)V99 VALUE 0.
        01  ESCHEAT-COUNT            PIC 9(07)   VALUE 0.
        01  ESCHEAT-BALANCE-TOTAL    PIC S9(11)V99 VALUE 0.
        01  STATUS-WORD              PIC X(08)   VALUE SPACES.
        01  LAST-ACTIVITY-TEXT       PIC X(15)   VALUE SPACES.
        01  NEW-FLAG-TEXT            PIC X(12)   VALUE SPACES.
        01  BALANCE-ED               PIC -(8)9.99.
        01  TOTAL-ED                 PIC -(10)9.99.
        01  IDLE-DAYS-ED             PIC Z(6)9.
        01  COUNT-ED                 PIC Z(6)9.
        01  PERIOD-ED                PIC ZZZZ9.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "DORMANT ACCOUNT SWEEP".
      * THE SWEEP IS A PERIODIC JOB OF ITS OWN, RUN OUTSIDE THE
      * NIGHTLY DRIVER. IT SWEEPS AS OF THE BUSINESS DATE IN BATCHPRM
      * WHEN ONE IS SET THERE, AND OTHERWISE ASKS FOR THE DATE.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO SWEEP-DATE
            ELSE
                DISPLAY "SWEEP AS OF DATE (YYYYMMDD, BLANK=TODAY): "
                    WITH NO ADVANCING
                ACCEPT SWEEP-DATE
            END-IF.
            IF SWEEP-DATE = SPACES OR SWEEP-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO SWEEP-DATE
            END-IF.
            IF SWEEP-DATE IS NOT NUMERIC
                DISPLAY "SWEEP DATE NOT VALID - NOTHING SWEPT."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM LOAD-DORMANCY-PARAMETERS
                PERFORM VERIFY-ARCHIVE-TRAILERS
                IF VERIFY-FAILED
                    DISPLAY "AN ARCHIVE DOES NOT PROVE - NO ",
                        "ACCOUNT WILL BE SWEPT ON IT."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM SWEEP-ACCOUNTS
                END-IF
            END-IF.
            GOBACK.

      * PICKS UP THE PERIODS FROM THE CONTROL FILE. A MISSING FILE,
      * OR A ZERO OR NON-NUMERIC PERIOD ON IT, KEEPS THE DEFAULT.
        LOAD-DORMANCY-PARAMETERS.
            OPEN INPUT DORMANCY-PARAMETER-FILE.
            IF DORMANCY-PARAMETER-STATUS = "00"
                READ DORMANCY-PARAMETER-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF DRP-DORMANCY-DAYS IS NUMERIC
                            AND DRP-DORMANCY-DAYS > 0
                            MOVE DRP-DORMANCY-DAYS TO DORMANCY-DAYS
                        END-IF
                        IF DRP-HOLDING-DAYS IS NUMERIC
                            AND DRP-HOLDING-DAYS > 0
                            MOVE DRP-HOLDING-DAYS TO HOLDING-DAYS
                        END-IF
                END-READ
                CLOSE DORMANCY-PARAMETER-FILE
            END-IF.
            DISPLAY "DORMANT AFTER ", DORMANCY-DAYS, " DAY(S) IDLE; ",
                "ESCHEAT AFTER ", HOLDING-DAYS, " DAY(S) IDLE.".

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
      * FEED THE SORT, WHICH HANDS EVERY PLAYER'S ACTIVITY BACK IN
      * PLAYER ORDER - THE SAME ORDER THE ACCOUNT MASTER IS KEYED
      * IN, SO THE TWO ARE MATCHED IN ONE PASS OF EACH. ONLY THE
      * MASTER IS UPDATED WHILE THE SORT IS OPEN; THE TRAIL IT READ
      * IS NEVER TOUCHED.
        SWEEP-ACCOUNTS.
            MOVE SWEEP-DATE TO DATE-NUMBER-WORK.
            COMPUTE SWEEP-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK).
            OPEN I-O ACCOUNT-FILE.
            IF ACCOUNT-FILE-STATUS NOT = "00"
                DISPLAY "ACCOUNT MASTER WILL NOT OPEN - STATUS ",
                    ACCOUNT-FILE-STATUS, ". NOTHING SWEPT."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM OPEN-ACCOUNT-JOURNAL
                OPEN OUTPUT DORMANT-REPORT-FILE
                OPEN OUTPUT ESCHEAT-REPORT-FILE
                PERFORM WRITE-REPORT-HEADERS
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-PLAYER-ID SRT-ACTIVITY-DATE
                    INPUT PROCEDURE RELEASE-ACTIVITY
                    OUTPUT PROCEDURE MATCH-ACCOUNTS
                PERFORM WRITE-REPORT-FOOTERS
                CLOSE DORMANT-REPORT-FILE
                CLOSE ESCHEAT-REPORT-FILE
                CLOSE ACCOUNT-JOURNAL-FILE
                CLOSE ACCOUNT-FILE
                DISPLAY "ACCOUNTS READ: ", ACCOUNTS-READ-COUNT,
                    "  NEWLY DORMANT: ", SWEPT-COUNT,
                    "  DORMANT: ", DORMANT-COUNT,
                    "  FOR ESCHEATMENT: ", ESCHEAT-COUNT
            END-IF.

        RELEASE-ACTIVITY.
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
                MOVE ARCHIVE-RECORD TO ACTIVITY-WORK-RECORD
                PERFORM RELEASE-IF-ACTIVITY
            END-IF.
            PERFORM READ-ARCHIVE-RECORD.

        READ-LIVE-RECORD.
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        RELEASE-LIVE-RECORD.
            MOVE AUDIT-RECORD TO ACTIVITY-WORK-RECORD.
            PERFORM RELEASE-IF-ACTIVITY.
            PERFORM READ-LIVE-RECORD.

      * WHAT COUNTS AS THE PLAYER DOING SOMETHING: SITTING DOWN,
      * A HAND OR SIDE BET SETTLING, A MARKER DRAWN, AND EVERY
      * MOVEMENT AT THE CAGE - INCLUDING THE CAGE REACTIVATING A
      * DORMANT ACCOUNT. THE HOUSE'S OWN POSTINGS (COMP ACCRUAL),
      * BALANCE ANCHORS AND REFUSED SIGN-ONS ARE NOT THE PLAYER'S
      * ACTIVITY. EVERY DATED RECORD STILL COUNTS TOWARD THE OLDEST
      * DAY IN THE SPAN.
        RELEASE-IF-ACTIVITY.
            IF ACT-TIMESTAMP(1:8) IS NUMERIC
                IF OLDEST-TRAIL-DATE = SPACES
                    OR ACT-TIMESTAMP(1:8) < OLDEST-TRAIL-DATE
                    MOVE ACT-TIMESTAMP(1:8) TO OLDEST-TRAIL-DATE
                END-IF
                IF ACT-PLAYER-ID NOT = SPACES
                    EVALUATE ACT-OUTCOME
                        WHEN "SIGNON"
                        WHEN "WIN"
                        WHEN "LOSE"
                        WHEN "BUST"
                        WHEN "PUSH"
                        WHEN "BJWIN"
                        WHEN "INSWIN"
                        WHEN "INSLOSE"
                        WHEN "PAIRWIN"
                        WHEN "PAIRLOSE"
                        WHEN "BUSTWIN"
                        WHEN "BUSTLOSE"
                        WHEN "MARKER"
                        WHEN "ENROLL"
                        WHEN "DEPOSIT"
                        WHEN "WITHDRAW"
                        WHEN "COMPREDM"
                        WHEN "MKRPAY"
                        WHEN "REACTIVATE"
                        WHEN "ENTRYFEE"
                        WHEN "PRIZE"
                        WHEN "T-SIGNON"
                            MOVE ACT-PLAYER-ID TO SRT-PLAYER-ID
                            MOVE ACT-TIMESTAMP(1:8) TO
                                SRT-ACTIVITY-DATE
                            RELEASE SORT-RECORD
                    END-EVALUATE
                END-IF
            END-IF.

      * WALKS THE ACCOUNT MASTER IN KEY ORDER ALONGSIDE THE SORTED
      * ACTIVITY. ACTIVITY UNDER AN ID NOT ON THE MASTER IS PASSED
      * OVER; EACH ACCOUNT TAKES THE LAST ACTIVITY DAY UNDER ITS ID.
        MATCH-ACCOUNTS.
            PERFORM READ-NEXT-SORTED-RECORD.
            MOVE LOW-VALUES TO ACCT-PLAYER-ID.
            START ACCOUNT-FILE KEY >= ACCT-PLAYER-ID
                INVALID KEY
                    MOVE "Y" TO END-OF-ACCOUNTS-SWITCH
            END-START.
            IF NOT END-OF-ACCOUNTS
                PERFORM READ-NEXT-ACCOUNT
            END-IF.
            PERFORM MATCH-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS.

        READ-NEXT-SORTED-RECORD.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.

        READ-NEXT-ACCOUNT.
            READ ACCOUNT-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO END-OF-ACCOUNTS-SWITCH
                NOT AT END
                    ADD 1 TO ACCOUNTS-READ-COUNT
            END-READ.

        MATCH-ONE-ACCOUNT.
            MOVE SPACES TO LAST-ACTIVITY-DATE.
            PERFORM SKIP-UNMATCHED-ACTIVITY
                UNTIL END-OF-SORT
                OR SRT-PLAYER-ID NOT < ACCT-PLAYER-ID.
            PERFORM TAKE-ACCOUNT-ACTIVITY
                UNTIL END-OF-SORT
                OR SRT-PLAYER-ID NOT = ACCT-PLAYER-ID.
            PERFORM JUDGE-ACCOUNT.
            PERFORM READ-NEXT-ACCOUNT.

        SKIP-UNMATCHED-ACTIVITY.
            PERFORM READ-NEXT-SORTED-RECORD.

        TAKE-ACCOUNT-ACTIVITY.
            MOVE SRT-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
            PERFORM READ-NEXT-SORTED-RECORD.

      * WORKS OUT HOW LONG THE ACCOUNT HAS SAT IDLE, SWEEPS IT IF
      * IT IS ACTIVE, NOT IN PLAY AND IDLE PAST THE DORMANCY PERIOD,
      * THEN PUTS IT ON WHICHEVER REPORTS IT BELONGS ON. WITH NO
      * RECORD AT ALL IN THE SPAN READ THERE IS NOTHING TO MEASURE
      * AN ACCOUNT AGAINST, AND IT IS LEFT ALONE.
        JUDGE-ACCOUNT.
            MOVE "N" TO NEWLY-DORMANT-SWITCH.
            IF LAST-ACTIVITY-DATE NOT = SPACES
                MOVE "Y" TO ACTIVITY-FOUND-SWITCH
                MOVE LAST-ACTIVITY-DATE TO IDLE-SINCE-DATE
            ELSE
                MOVE "N" TO ACTIVITY-FOUND-SWITCH
                MOVE OLDEST-TRAIL-DATE TO IDLE-SINCE-DATE
            END-IF.
            IF IDLE-SINCE-DATE NOT = SPACES
                MOVE IDLE-SINCE-DATE TO DATE-NUMBER-WORK
                COMPUTE IDLE-SINCE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK)
                IF IDLE-SINCE-INTEGER < SWEEP-DAY-INTEGER
                    COMPUTE IDLE-DAYS =
                        SWEEP-DAY-INTEGER - IDLE-SINCE-INTEGER
                ELSE
                    MOVE 0 TO IDLE-DAYS
                END-IF
                IF ACCT-IS-ACTIVE AND NOT ACCT-IS-IN-USE
                    AND IDLE-DAYS > DORMANCY-DAYS
                    PERFORM MARK-ACCOUNT-DORMANT
                END-IF
                IF ACCT-IS-DORMANT
                    PERFORM WRITE-DORMANT-LINE
                END-IF
                IF IDLE-DAYS > HOLDING-DAYS
                    AND ACCT-BANKROLL-BAL > 0
                    PERFORM WRITE-ESCHEAT-LINE
                END-IF
            END-IF.

      * THE STATUS BYTE IS THE ONLY THING THE SWEEP CHANGES, AND
      * THE CHANGE IS JOURNALED SO BJACCRCV REPLAYS IT LIKE ANY
      * OTHER UPDATE TO THE MASTER.
        MARK-ACCOUNT-DORMANT.
            MOVE ACCOUNT-RECORD TO PRIOR-ACCOUNT-IMAGE.
            MOVE "D" TO ACCT-STATUS.
            REWRITE ACCOUNT-RECORD.
            IF ACCOUNT-FILE-STATUS = "00"
                PERFORM WRITE-ACCOUNT-JOURNAL
                MOVE "Y" TO NEWLY-DORMANT-SWITCH
                ADD 1 TO SWEPT-COUNT
            ELSE
                DISPLAY "ACCOUNT ", ACCT-PLAYER-ID, " NOT SWEPT - ",
                    "REWRITE STATUS ", ACCOUNT-FILE-STATUS
                MOVE PRIOR-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                MOVE 8 TO RETURN-CODE
            END-IF.

      * THE ACCOUNT-UPDATE JOURNAL TAKES A BEFORE/AFTER IMAGE PAIR
      * FOR EVERY ACCOUNT SWEPT, THE SAME AS EVERY OTHER WRITER OF
      * THE MASTER.
        OPEN-ACCOUNT-JOURNAL.
            OPEN EXTEND ACCOUNT-JOURNAL-FILE.
            IF ACCOUNT-JOURNAL-STATUS = "35"
                OPEN OUTPUT ACCOUNT-JOURNAL-FILE
                CLOSE ACCOUNT-JOURNAL-FILE
                OPEN EXTEND ACCOUNT-JOURNAL-FILE
            END-IF.

        WRITE-ACCOUNT-JOURNAL.
            MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
            MOVE "BJDORMNT" TO JRN-PROGRAM-NAME.
            MOVE "REWRITE" TO JRN-ACTION.
            MOVE PRIOR-ACCOUNT-IMAGE TO JRN-BEFORE-IMAGE.
            MOVE ACCOUNT-RECORD TO JRN-AFTER-IMAGE.
            WRITE ACCOUNT-JOURNAL-RECORD.

      * THE LAST-ACTIVITY COLUMN SHOWS THE DAY ITSELF, OR - FOR AN
      * ACCOUNT WITH NOTHING IN THE SPAN - THE OLDEST DAY READ,
      * WHICH THE LAST ACTIVITY CAME BEFORE.
        SET-LAST-ACTIVITY-TEXT.
            MOVE SPACES TO LAST-ACTIVITY-TEXT.
            IF ACTIVITY-FOUND
                MOVE IDLE-SINCE-DATE TO LAST-ACTIVITY-TEXT
            ELSE
                STRING "BEFORE "         DELIMITED BY SIZE
                       IDLE-SINCE-DATE   DELIMITED BY SIZE
                    INTO LAST-ACTIVITY-TEXT
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

        WRITE-DORMANT-LINE.
            ADD 1 TO DORMANT-COUNT.
            ADD ACCT-BANKROLL-BAL TO DORMANT-BALANCE-TOTAL.
            PERFORM SET-LAST-ACTIVITY-TEXT.
            IF NEWLY-DORMANT
                MOVE "SWEPT TODAY" TO NEW-FLAG-TEXT
            ELSE
                MOVE SPACES TO NEW-FLAG-TEXT
            END-IF.
            MOVE ACCT-BANKROLL-BAL TO BALANCE-ED.
            MOVE IDLE-DAYS TO IDLE-DAYS-ED.
            MOVE SPACES TO DORMANT-REPORT-RECORD.
            STRING ACCT-PLAYER-ID           DELIMITED BY SIZE
                   "  BALANCE "              DELIMITED BY SIZE
                   BALANCE-ED                DELIMITED BY SIZE
                   "  LAST ACTIVITY "        DELIMITED BY SIZE
                   LAST-ACTIVITY-TEXT        DELIMITED BY SIZE
                   "  DAYS IDLE "            DELIMITED BY SIZE
                   IDLE-DAYS-ED              DELIMITED BY SIZE
                   "  "                      DELIMITED BY SIZE
                   NEW-FLAG-TEXT             DELIMITED BY SIZE
                INTO DORMANT-REPORT-RECORD.
            WRITE DORMANT-REPORT-RECORD.

        WRITE-ESCHEAT-LINE.
            ADD 1 TO ESCHEAT-COUNT.
            ADD ACCT-BANKROLL-BAL TO ESCHEAT-BALANCE-TOTAL.
            PERFORM SET-LAST-ACTIVITY-TEXT.
            PERFORM SET-STATUS-WORD.
            MOVE ACCT-BANKROLL-BAL TO BALANCE-ED.
            MOVE IDLE-DAYS TO IDLE-DAYS-ED.
            MOVE SPACES TO ESCHEAT-REPORT-RECORD.
            STRING ACCT-PLAYER-ID           DELIMITED BY SIZE
                   "  "                      DELIMITED BY SIZE
                   STATUS-WORD               DELIMITED BY SIZE
                   "  LAST ACTIVITY "        DELIMITED BY SIZE
                   LAST-ACTIVITY-TEXT        DELIMITED BY SIZE
                   "  DAYS IDLE "            DELIMITED BY SIZE
                   IDLE-DAYS-ED              DELIMITED BY SIZE
                   "  UNCLAIMED BALANCE "    DELIMITED BY SIZE
                   BALANCE-ED                DELIMITED BY SIZE
                INTO ESCHEAT-REPORT-RECORD.
            WRITE ESCHEAT-REPORT-RECORD.

        WRITE-REPORT-HEADERS.
            MOVE DORMANCY-DAYS TO PERIOD-ED.
            MOVE SPACES TO DORMANT-REPORT-RECORD.
            STRING "DORMANT ACCOUNTS AS OF "  DELIMITED BY SIZE
                   SWEEP-DATE                 DELIMITED BY SIZE
                   " - IDLE MORE THAN "       DELIMITED BY SIZE
                   PERIOD-ED                  DELIMITED BY SIZE
                   " DAYS"                    DELIMITED BY SIZE
                INTO DORMANT-REPORT-RECORD.
            WRITE DORMANT-REPORT-RECORD.
            MOVE SPACES TO DORMANT-REPORT-RECORD.
            WRITE DORMANT-REPORT-RECORD.
            MOVE HOLDING-DAYS TO PERIOD-ED.
            MOVE SPACES TO ESCHEAT-REPORT-RECORD.
            STRING "UNCLAIMED FUNDS FOR ESCHEATMENT AS OF "
                                              DELIMITED BY SIZE
                   SWEEP-DATE                 DELIMITED BY SIZE
                   " - IDLE MORE THAN "       DELIMITED BY SIZE
                   PERIOD-ED                  DELIMITED BY SIZE
                   " DAYS"                    DELIMITED BY SIZE
                INTO ESCHEAT-REPORT-RECORD.
            WRITE ESCHEAT-REPORT-RECORD.
            MOVE SPACES TO ESCHEAT-REPORT-RECORD.
            WRITE ESCHEAT-REPORT-RECORD.

      * EACH REPORT CLOSES ON ITS CONTROL TOTAL - HOW MANY ACCOUNTS
      * AND HOW MUCH MONEY - FOR FINANCE TO TIE TO THE BOOK.
        WRITE-REPORT-FOOTERS.
            MOVE SPACES TO DORMANT-REPORT-RECORD.
            WRITE DORMANT-REPORT-RECORD.
            MOVE DORMANT-COUNT TO COUNT-ED.
            MOVE DORMANT-BALANCE-TOTAL TO TOTAL-ED.
            MOVE SPACES TO DORMANT-REPORT-RECORD.
            STRING "CONTROL TOTAL  ACCOUNTS "  DELIMITED BY SIZE
                   COUNT-ED                    DELIMITED BY SIZE
                   "  BALANCES "               DELIMITED BY SIZE
                   TOTAL-ED                    DELIMITED BY SIZE
                INTO DORMANT-REPORT-RECORD.
            WRITE DORMANT-REPORT-RECORD.
            MOVE SWEPT-COUNT TO COUNT-ED.
            MOVE SPACES TO DORMANT-REPORT-RECORD.
            STRING "SWEPT DORMANT THIS RUN  "  DELIMITED BY SIZE
                   COUNT-ED                    DELIMITED BY SIZE
                INTO DORMANT-REPORT-RECORD.
            WRITE DORMANT-REPORT-RECORD.
            MOVE SPACES TO ESCHEAT-REPORT-RECORD.
            WRITE ESCHEAT-REPORT-RECORD.
            MOVE ESCHEAT-COUNT TO COUNT-ED.
            MOVE ESCHEAT-BALANCE-TOTAL TO TOTAL-ED.
            MOVE SPACES TO ESCHEAT-REPORT-RECORD.
            STRING "CONTROL TOTAL  ACCOUNTS "  DELIMITED BY SIZE
                   COUNT-ED                    DELIMITED BY SIZE
                   "  UNCLAIMED BALANCES "     DELIMITED BY SIZE
                   TOTAL-ED                    DELIMITED BY SIZE
                INTO ESCHEAT-REPORT-RECORD.
            WRITE ESCHEAT-REPORT-RECORD.
