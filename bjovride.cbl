         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJOVRIDE.
        AUTHOR.         FRED SHIH.

      * DAILY SUPERVISOR OVERRIDE REPORT. EVERY TIME THE CAGE PUT A
      * FUNCTION UNDER DUAL CONTROL TO A SUPERVISOR - A LARGE
      * WITHDRAWAL, AN UN-BAR, A LOOSENED PLAYER-PROTECTION LIMIT,
      * A RELEASED IN-USE MARKER, OR A SUPERVISOR SETTING THEIR OWN
      * APPROVAL CODE - BJTELLER LOGGED IT ON THE OVERRIDE LOG,
      * APPROVED OR REFUSED. THIS JOB LISTS ONE GAMING DAY OF THAT
      * LOG BY SUPERVISOR, AND WITHIN A SUPERVISOR BY THE TELLER
      * WHO ASKED, IN TIME ORDER: EACH OVERRIDE WITH ITS PLAYER,
      * FUNCTION AND BEFORE AND AFTER VALUES, THEN A COUNT FOR EACH
      * TELLER THE SUPERVISOR SIGNED FOR AND THE SUPERVISOR'S
      * APPROVED, REFUSED AND APPROVAL RATE, SO AUDIT CAN SEE A
      * SUPERVISOR WHO SIGNS OFF EVERYTHING PUT IN FRONT OF THEM,
      * OR ONE TELLER'S WORK OVER AND OVER. SIGN-OFFS REFUSED FOR
      * WANT OF A SUPERVISOR ID LIST UNDER "(NONE)". NO LOG AT ALL
      * MEANS THE CAGE HAS NEVER ASKED FOR AN OVERRIDE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVERLOG"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS OVERRIDE-LOG-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "OVRWORK".

            SELECT OVERRIDE-REPORT-FILE ASSIGN TO "OVRRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS OVERRIDE-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  OVERRIDE-LOG-FILE.
            COPY OVRLOGRC.

        SD  SORT-WORK-FILE.
            COPY OVRLOGRC
                REPLACING ==OVERRIDE-LOG-RECORD== BY ==SORT-RECORD==,
                      ==OVR-TIMESTAMP== BY ==SRT-TIMESTAMP==,
                      ==OVR-TELLER-ID== BY ==SRT-TELLER-ID==,
                      ==OVR-SUPERVISOR-ID== BY ==SRT-SUPERVISOR-ID==,
                      ==OVR-PLAYER-ID== BY ==SRT-PLAYER-ID==,
                      ==OVR-FUNCTION== BY ==SRT-FUNCTION==,
                      ==OVR-BEFORE-VALUE== BY ==SRT-BEFORE-VALUE==,
                      ==OVR-AFTER-VALUE== BY ==SRT-AFTER-VALUE==,
                      ==OVR-DECISION== BY ==SRT-DECISION==,
                      ==OVR-IS-APPROVED== BY ==SRT-IS-APPROVED==,
                      ==OVR-IS-REFUSED== BY ==SRT-IS-REFUSED==,
                      ==OVR-REASON== BY ==SRT-REASON==.

        FD  OVERRIDE-REPORT-FILE.
        01  OVERRIDE-REPORT-RECORD      PIC X(120).

        WORKING-STORAGE SECTION.
        01  OVERRIDE-LOG-STATUS      PIC X(02)   VALUE "00".
        01  OVERRIDE-REPORT-STATUS   PIC X(02)   VALUE "00".
        01  END-OF-FILE-SWITCH       PIC X       VALUE "N".
            88  END-OF-FILE                       VALUE "Y".
        01  END-OF-SORT-SWITCH       PIC X       VALUE "N".
            88  END-OF-SORT                       VALUE "Y".
        01  FIRST-RECORD-SWITCH      PIC X       VALUE "Y".
            88  IS-FIRST-RECORD                   VALUE "Y".
        01  REPORT-DATE              PIC X(08)   VALUE SPACES.
        01  BREAK-SUPERVISOR-ID      PIC X(08)   VALUE SPACES.
        01  BREAK-TELLER-ID          PIC X(08)   VALUE SPACES.
        01  SUPERVISOR-NAME          PIC X(08)   VALUE SPACES.
        01  DECISION-WORD            PIC X(08)   VALUE SPACES.
        01  TELLER-APPROVED          PIC 9(05)   VALUE 0.
        01  TELLER-REFUSED           PIC 9(05)   VALUE 0.
        01  SUPERVISOR-APPROVED      PIC 9(05)   VALUE 0.
        01  SUPERVISOR-REFUSED       PIC 9(05)   VALUE 0.
        01  SUPERVISOR-TELLERS       PIC 9(05)   VALUE 0.
        01  HOUSE-APPROVED           PIC 9(07)   VALUE 0.
        01  HOUSE-REFUSED            PIC 9(07)   VALUE 0.
        01  HOUSE-SUPERVISORS        PIC 9(05)   VALUE 0.
        01  OVERRIDE-TOTAL           PIC 9(07)   VALUE 0.
        01  APPROVAL-PCT             PIC 9(03)V9 VALUE 0.
        01  APPROVED-ED              PIC ZZZZZZ9.
        01  REFUSED-ED               PIC ZZZZZZ9.
        01  TOTAL-ED                 PIC ZZZZZZ9.
        01  COUNT-ED                 PIC ZZZZ9.
        01  APPROVAL-PCT-ED          PIC ZZ9.9.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "SUPERVISOR OVERRIDE REPORT".
      * UNDER THE NIGHTLY DRIVER THE DAY IS THE NIGHT'S BUSINESS
      * DATE; RUN ON ITS OWN, THE JOB ASKS FOR IT.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO REPORT-DATE
            ELSE
                DISPLAY "OVERRIDES FOR DAY (YYYYMMDD, BLANK=TODAY): "
                    WITH NO ADVANCING
                ACCEPT REPORT-DATE
            END-IF.
            IF REPORT-DATE = SPACES OR REPORT-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE
            END-IF.
            IF REPORT-DATE IS NOT NUMERIC
                DISPLAY "REPORT DATE NOT VALID - NOTHING REPORTED."
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT OVERRIDE-REPORT-FILE
                PERFORM WRITE-REPORT-HEADER
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-SUPERVISOR-ID SRT-TELLER-ID
                                     SRT-TIMESTAMP
                    WITH DUPLICATES IN ORDER
                    INPUT PROCEDURE RELEASE-DAY-OVERRIDES
                    OUTPUT PROCEDURE PRODUCE-REPORT
                PERFORM WRITE-TOTAL-LINES
                CLOSE OVERRIDE-REPORT-FILE
                MOVE OVERRIDE-TOTAL TO TOTAL-ED
                MOVE HOUSE-REFUSED TO REFUSED-ED
                DISPLAY "OVERRIDES: ", TOTAL-ED,
                    "  REFUSED: ", REFUSED-ED
            END-IF.
            GOBACK.

      * HANDS THE SORT THE DAY'S OVERRIDES OFF THE LOG.
        RELEASE-DAY-OVERRIDES.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT OVERRIDE-LOG-FILE.
            IF OVERRIDE-LOG-STATUS = "00"
                PERFORM READ-OVERRIDE-RECORD
                PERFORM RELEASE-OVERRIDE-RECORD UNTIL END-OF-FILE
                CLOSE OVERRIDE-LOG-FILE
            END-IF.

        READ-OVERRIDE-RECORD.
            READ OVERRIDE-LOG-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        RELEASE-OVERRIDE-RECORD.
            IF OVR-TIMESTAMP(1:8) = REPORT-DATE
                RELEASE SORT-RECORD FROM OVERRIDE-LOG-RECORD
            END-IF.
            PERFORM READ-OVERRIDE-RECORD.

      * DRIVES THE SORTED OVERRIDES ONE AT A TIME. A CHANGE OF
      * SUPERVISOR CLOSES OUT THE PRIOR SUPERVISOR; A CHANGE OF
      * TELLER UNDER THE SAME SUPERVISOR CLOSES OUT THAT TELLER.
        PRODUCE-REPORT.
            PERFORM READ-NEXT-SORTED-RECORD.
            PERFORM PROCESS-SORTED-RECORD UNTIL END-OF-SORT.
            IF IS-FIRST-RECORD
                MOVE SPACES TO OVERRIDE-REPORT-RECORD
                STRING "NO OVERRIDES WERE ASKED FOR ON THE DAY."
                                                DELIMITED BY SIZE
                    INTO OVERRIDE-REPORT-RECORD
                WRITE OVERRIDE-REPORT-RECORD
                MOVE SPACES TO OVERRIDE-REPORT-RECORD
                WRITE OVERRIDE-REPORT-RECORD
            ELSE
                PERFORM CLOSE-OUT-TELLER
                PERFORM CLOSE-OUT-SUPERVISOR
            END-IF.

        READ-NEXT-SORTED-RECORD.
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO END-OF-SORT-SWITCH
            END-RETURN.

        PROCESS-SORTED-RECORD.
            IF IS-FIRST-RECORD
                MOVE "N" TO FIRST-RECORD-SWITCH
                PERFORM START-NEW-SUPERVISOR
            ELSE
                IF SRT-SUPERVISOR-ID NOT = BREAK-SUPERVISOR-ID
                    PERFORM CLOSE-OUT-TELLER
                    PERFORM CLOSE-OUT-SUPERVISOR
                    PERFORM START-NEW-SUPERVISOR
                ELSE
                    IF SRT-TELLER-ID NOT = BREAK-TELLER-ID
                        PERFORM CLOSE-OUT-TELLER
                        PERFORM START-NEW-TELLER
                    END-IF
                END-IF
            END-IF.
            IF SRT-IS-APPROVED
                ADD 1 TO TELLER-APPROVED
                MOVE "APPROVED" TO DECISION-WORD
            ELSE
                ADD 1 TO TELLER-REFUSED
                MOVE "REFUSED" TO DECISION-WORD
            END-IF.
            PERFORM WRITE-DETAIL-LINE.
            PERFORM READ-NEXT-SORTED-RECORD.

        START-NEW-SUPERVISOR.
            MOVE SRT-SUPERVISOR-ID TO BREAK-SUPERVISOR-ID.
            MOVE 0 TO SUPERVISOR-APPROVED.
            MOVE 0 TO SUPERVISOR-REFUSED.
            MOVE 0 TO SUPERVISOR-TELLERS.
            ADD 1 TO HOUSE-SUPERVISORS.
            IF BREAK-SUPERVISOR-ID = SPACES
                MOVE "(NONE)" TO SUPERVISOR-NAME
            ELSE
                MOVE BREAK-SUPERVISOR-ID TO SUPERVISOR-NAME
            END-IF.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            STRING "SUPERVISOR "                DELIMITED BY SIZE
                   SUPERVISOR-NAME              DELIMITED BY SIZE
                INTO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.
            PERFORM START-NEW-TELLER.

        START-NEW-TELLER.
            MOVE SRT-TELLER-ID TO BREAK-TELLER-ID.
            MOVE 0 TO TELLER-APPROVED.
            MOVE 0 TO TELLER-REFUSED.
            ADD 1 TO SUPERVISOR-TELLERS.

        WRITE-DETAIL-LINE.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            STRING "  "                         DELIMITED BY SIZE
                   SRT-TIMESTAMP(9:2)           DELIMITED BY SIZE
                   ":"                          DELIMITED BY SIZE
                   SRT-TIMESTAMP(11:2)          DELIMITED BY SIZE
                   ":"                          DELIMITED BY SIZE
                   SRT-TIMESTAMP(13:2)          DELIMITED BY SIZE
                   "  TELLER "                  DELIMITED BY SIZE
                   SRT-TELLER-ID                DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SRT-PLAYER-ID                DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SRT-FUNCTION                 DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SRT-BEFORE-VALUE             DELIMITED BY SIZE
                   " -> "                       DELIMITED BY SIZE
                   SRT-AFTER-VALUE              DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   DECISION-WORD                DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   SRT-REASON                   DELIMITED BY SIZE
                INTO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.

      * THE COUNT FOR ONE TELLER UNDER THE SUPERVISOR, ROLLED INTO
      * THE SUPERVISOR'S TOTALS.
        CLOSE-OUT-TELLER.
            ADD TELLER-APPROVED TO SUPERVISOR-APPROVED.
            ADD TELLER-REFUSED TO SUPERVISOR-REFUSED.
            MOVE TELLER-APPROVED TO APPROVED-ED.
            MOVE TELLER-REFUSED TO REFUSED-ED.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            STRING "    FOR TELLER "            DELIMITED BY SIZE
                   BREAK-TELLER-ID              DELIMITED BY SIZE
                   "  APPROVED="                DELIMITED BY SIZE
                   APPROVED-ED                  DELIMITED BY SIZE
                   "  REFUSED="                 DELIMITED BY SIZE
                   REFUSED-ED                   DELIMITED BY SIZE
                INTO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.

      * THE SUPERVISOR'S TOTALS AND APPROVAL RATE, ROLLED INTO THE
      * HOUSE TOTALS.
        CLOSE-OUT-SUPERVISOR.
            ADD SUPERVISOR-APPROVED TO HOUSE-APPROVED.
            ADD SUPERVISOR-REFUSED TO HOUSE-REFUSED.
            COMPUTE APPROVAL-PCT ROUNDED =
                SUPERVISOR-APPROVED * 100
                / (SUPERVISOR-APPROVED + SUPERVISOR-REFUSED).
            MOVE SUPERVISOR-APPROVED TO APPROVED-ED.
            MOVE SUPERVISOR-REFUSED TO REFUSED-ED.
            MOVE SUPERVISOR-TELLERS TO COUNT-ED.
            MOVE APPROVAL-PCT TO APPROVAL-PCT-ED.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            STRING "  TOTAL "                   DELIMITED BY SIZE
                   SUPERVISOR-NAME              DELIMITED BY SIZE
                   "  APPROVED="                DELIMITED BY SIZE
                   APPROVED-ED                  DELIMITED BY SIZE
                   "  REFUSED="                 DELIMITED BY SIZE
                   REFUSED-ED                   DELIMITED BY SIZE
                   "  APPROVAL RATE="           DELIMITED BY SIZE
                   APPROVAL-PCT-ED              DELIMITED BY SIZE
                   "%  TELLERS="                DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.

        WRITE-TOTAL-LINES.
            COMPUTE OVERRIDE-TOTAL = HOUSE-APPROVED + HOUSE-REFUSED.
            MOVE OVERRIDE-TOTAL TO TOTAL-ED.
            MOVE HOUSE-APPROVED TO APPROVED-ED.
            MOVE HOUSE-REFUSED TO REFUSED-ED.
            IF OVERRIDE-TOTAL > 0
                COMPUTE APPROVAL-PCT ROUNDED =
                    HOUSE-APPROVED * 100 / OVERRIDE-TOTAL
            ELSE
                MOVE 0 TO APPROVAL-PCT
            END-IF.
            MOVE APPROVAL-PCT TO APPROVAL-PCT-ED.
            MOVE HOUSE-SUPERVISORS TO COUNT-ED.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            STRING "ALL OVERRIDES="             DELIMITED BY SIZE
                   TOTAL-ED                     DELIMITED BY SIZE
                   "  APPROVED="                DELIMITED BY SIZE
                   APPROVED-ED                  DELIMITED BY SIZE
                   "  REFUSED="                 DELIMITED BY SIZE
                   REFUSED-ED                   DELIMITED BY SIZE
                   "  APPROVAL RATE="           DELIMITED BY SIZE
                   APPROVAL-PCT-ED              DELIMITED BY SIZE
                   "%  SUPERVISORS="            DELIMITED BY SIZE
                   COUNT-ED                     DELIMITED BY SIZE
                INTO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            STRING "SUPERVISOR OVERRIDES BY SUPERVISOR - "
                                                DELIMITED BY SIZE
                   REPORT-DATE                  DELIMITED BY SIZE
                INTO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.
            MOVE SPACES TO OVERRIDE-REPORT-RECORD.
            WRITE OVERRIDE-REPORT-RECORD.
