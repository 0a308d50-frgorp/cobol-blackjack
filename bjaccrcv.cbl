                      ==ACCT-IS-ACTIVE== BY ==BKP-IS-ACTIVE==,
                      ==ACCT-IS-BARRED== BY ==BKP-IS-BARRED==,
                      ==ACCT-IS-CLOSED== BY ==BKP-IS-CLOSED==,
                      ==ACCT-IS-DORMANT== BY ==BKP-IS-DORMANT==,
                      ==ACCT-IN-USE== BY ==BKP-IN-USE==,
                      ==ACCT-IS-IN-USE== BY ==BKP-IS-IN-USE==,
                      ==ACCT-COMP-POINTS== BY ==BKP-COMP-POINTS==,
                      ==ACCT-DAILY-LOSS-CAP== BY
                          ==BKP-DAILY-LOSS-CAP==,
                      ==ACCT-EXCLUDED-UNTIL== BY
                          ==BKP-EXCLUDED-UNTIL==,
                      ==ACCT-CREDIT-LIMIT== BY ==BKP-CREDIT-LIMIT==,
                      ==ACCT-PIN-CODE== BY ==BKP-PIN-CODE==,
                      ==ACCT-PIN-FAILURES== BY ==BKP-PIN-FAILURES==,
                      ==ACCT-PIN-LOCK== BY ==BKP-PIN-LOCK==,
                      ==ACCT-PIN-IS-LOCKED== BY ==BKP-PIN-IS-LOCKED==.

        FD  ACCOUNT-JOURNAL-FILE.
            COPY ACCTJRNL.
