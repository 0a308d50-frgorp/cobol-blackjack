                      ==HSE-ENTRY-TYPE== BY ==SRT-ENTRY-TYPE==,
                      ==HSE-WAGER-AMOUNT== BY ==SRT-WAGER-AMOUNT==,
                      ==HSE-HOUSE-AMOUNT== BY ==SRT-HOUSE-AMOUNT==,
                      ==HSE-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==HSE-DEALER-ID== BY ==SRT-DEALER-ID==.

        FD  HOUSE-REPORT-FILE.
        01  HOUSE-REPORT-RECORD         PIC X(120).
                USING HOUSE-LEDGER-FILE
                OUTPUT PROCEDURE PRODUCE-REPORT.
            PERFORM CLOSE-REPORT-FILE.
            GOBACK.

      * DRIVES THE SORTED LEDGER ONE ENTRY AT A TIME. THE SORT
      * GROUPS EACH DAY'S ENTRIES BY TABLE AND THEN BY SESSION SEED
