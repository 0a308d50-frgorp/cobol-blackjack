                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==ARC-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==ARC-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==ARC-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==ARC-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==ARC-DEALER-ID==.
            COPY ARCTRLRC.

        FD  NEW-AUDIT-FILE.
        01  NEW-AUDIT-RECORD            PIC X(80).

        WORKING-STORAGE SECTION.
        01  AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
        01  WAGER-HASH-TOTAL         PIC S9(13)V99 VALUE 0.
        01  VERIFY-FAILED-SWITCH     PIC X       VALUE "N".
            88  VERIFY-FAILED                     VALUE "Y".
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "AUDIT TRAIL HOUSEKEEPING".
      * UNDER THE NIGHTLY DRIVER THE JOB IS ALWAYS THE NIGHT'S CUT,
      * THROUGH THE BUSINESS DATE; RUN ON ITS OWN, IT ASKS.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE "C" TO ARCHIVE-FUNCTION
            ELSE
                DISPLAY "FUNCTION (C=CUT OFF, V=VERIFY ARCHIVE): "
                    WITH NO ADVANCING
                ACCEPT ARCHIVE-FUNCTION
            END-IF.
            EVALUATE ARCHIVE-FUNCTION
                WHEN "C"
                    PERFORM CUT-OFF-TRAIL
                    DISPLAY "NOT VALID, PLEASE ENTER C OR V."
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      * SPLITS THE LIVE TRAIL AT THE CUTOFF DATE. THE TRAIL IS READ
      * ONCE, FRONT TO BACK: RECORDS DATED ON OR BEFORE THE CUTOFF
      * PRE-TABLE-ID RECORD MUST PASS ONCE THROUGH BJCONVRT BEFORE
      * THIS JOB CAN READ IT AT ALL.)
        CUT-OFF-TRAIL.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO CUTOFF-DATE
            ELSE
                DISPLAY "ARCHIVE THROUGH DATE (YYYYMMDD, ",
                    "BLANK=TODAY): " WITH NO ADVANCING
                ACCEPT CUTOFF-DATE
            END-IF.
            IF CUTOFF-DATE = SPACES OR CUTOFF-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO CUTOFF-DATE
            END-IF.
