                      ==AUD-PRIOR-WAGER-AREA== BY
                          ==SRT-PRIOR-WAGER-AREA==,
                      ==AUD-PRIOR-WAGER== BY ==SRT-PRIOR-WAGER==,
                      ==AUD-TABLE-ID== BY ==SRT-TABLE-ID==,
                      ==AUD-SOFT-ACES== BY ==SRT-SOFT-ACES==,
                      ==AUD-DEALER-ID== BY ==SRT-DEALER-ID==.

        FD  SUMMARY-FILE.
        01  SUMMARY-RECORD              PIC X(120).
