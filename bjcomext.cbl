                      ==HSE-ENTRY-TYPE== BY ==SRT-ENTRY-TYPE==,
                      ==HSE-WAGER-AMOUNT== BY ==SRT-WAGER-AMOUNT==,
                      ==HSE-HOUSE-AMOUNT== BY ==SRT-HOUSE-AMOUNT==,
                      ==HSE-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==HSE-DEALER-ID== BY ==SRT-DEALER-ID==.

        FD  EXTRACT-FILE.
            COPY CMEXTREC.
        01  EXPECTED-DAY-INTEGER     PIC 9(07)   VALUE 0.
        01  ACTUAL-DAY-INTEGER       PIC 9(07)   VALUE 0.
        01  RANGE-END-INTEGER        PIC 9(07)   VALUE 0.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "COMMISSION REVENUE EXTRACT".
      * UNDER THE NIGHTLY DRIVER THE EXTRACT RUNS AT MONTH END FOR
      * THE MONTH THAT IS CLOSING: THE FIRST OF THE MONTH THROUGH
      * THE BUSINESS DATE. RUN ON ITS OWN, THE JOB ASKS FOR BOTH.
            IF BATCH-BUSINESS-DATE IS NUMERIC
                MOVE BATCH-BUSINESS-DATE TO RANGE-FROM-DATE
                MOVE "01" TO RANGE-FROM-DATE(7:2)
                MOVE BATCH-BUSINESS-DATE TO RANGE-TO-DATE
            ELSE
                DISPLAY "EXTRACT FROM DATE (YYYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT RANGE-FROM-DATE
                DISPLAY "EXTRACT TO DATE   (YYYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT RANGE-TO-DATE
            END-IF.
            IF RANGE-FROM-DATE IS NOT NUMERIC
                OR RANGE-TO-DATE IS NOT NUMERIC
                OR RANGE-FROM-DATE > RANGE-TO-DATE
            ELSE
                PERFORM PRODUCE-EXTRACT
            END-IF.
            GOBACK.

        PRODUCE-EXTRACT.
            MOVE RANGE-FROM-DATE TO DATE-NUMBER-WORK.
