        AUTHOR.         FRED SHIH.

      * ONE-TIME LAYOUT CONVERSION FOR THE FILES THAT GREW WHEN THE
      * TABLE ID, THE SIDE-BET RATES, THE COMP-POINT AND
      * PLAYER-PROTECTION FIELDS, THE PLAYER PIN, THE DEALER ID AND
      * THE WITHDRAWAL APPROVAL LIMIT WERE ADDED. EVERY ONE OF THOSE
      * FILES IS FIXED-LENGTH, SO A FILE WRITTEN IN THE PRIOR
      * LAYOUT CANNOT SIMPLY BE OPENED UNDER THE NEW COPYBOOKS - IT
      * PASSES THROUGH HERE ONCE INSTEAD. EVERY CONVERSION COPIES
      * TAIL WITH BLANKS, WHICH IS PRECISELY THE "GRANDFATHERED
      * BLANK" STATE THE READERS EXPECT: A BLANK TABLE ID REPORTS
      * AS THE UNNAMED TABLE AND MATCHES ANY TABLE ON A RULES
      * RECORD, BLANK COMP-POINT AND LOSS-CAP FIELDS READ AS
      * NON-NUMERIC AND FALL BACK TO ZERO, AND A BLANK PIN CODE
      * MEANS NO PIN IS SET YET, AND A BLANK DEALER ID LEAVES THE
      * RECORD OFF THE DEALER REPORT, AND A BLANK WITHDRAWAL LIMIT
      * KEEPS THE CAGE'S OWN. NO AMOUNT MOVES, SO A
      * SEALED ARCHIVE'S CONTROL TRAILER (COPIED THROUGH LIKE ANY
      * OTHER RECORD) STILL PROVES AFTER CONVERSION. FUNCTIONS:
      *   "T"  AUDIT TRAIL OR A SEALED ARCHIVE - AUDITOLD (72) IS
      *        REWRITTEN TO AUDITNEW (80); RUN IT AGAINST THE LIVE
      *        TRAIL AND AGAINST EACH DATED ARCHIVE IN TURN, THEN
      *        SWAP THE NEW DATASETS IN
      *   "L"  HOUSE LEDGER - HSELDOLD (78) TO HSELDNEW (86)
      *   "R"  TABLE RULES - RULESOLD (47) TO RULESNEW (56)
      *   "A"  ACCOUNT MASTER - THE PRIOR-LAYOUT INDEXED ACCTOLD
      *        (57) IS RELOADED, IN KEY ORDER, INTO A FRESH
      *        ACCTFILE (72); TAKE A FRESH BJACCRCV BACKUP AND CUT
      *        A FRESH ACCTJRNL AT THE SAME TIME, SINCE THE JOURNAL
      *        IMAGES GROW WITH THE RECORD
      * EACH FUNCTION IS RUN ONCE, WITH NOTHING ELSE TOUCHING THE
      * FILES, AND THE OLD DATASETS ARE KEPT UNTIL THE NIGHT'S
      * RECONCILIATION PROVES CLEAN ON THE CONVERTED ONES.
      * THE PRIOR LAYOUTS ARE CARRIED AS RAW BYTES - THE CONVERSION
      * NEVER INTERPRETS A FIELD, IT ONLY CARRIES THE BYTES ACROSS.
        FD  OLD-TRAIL-FILE.
        01  OLD-TRAIL-RECORD            PIC X(72).

        FD  NEW-TRAIL-FILE.
        01  NEW-TRAIL-RECORD            PIC X(80).

        FD  OLD-LEDGER-FILE.
        01  OLD-LEDGER-RECORD           PIC X(78).

        FD  NEW-LEDGER-FILE.
        01  NEW-LEDGER-RECORD           PIC X(86).

        FD  OLD-RULES-FILE.
        01  OLD-RULES-RECORD            PIC X(47).

        FD  NEW-RULES-FILE.
        01  NEW-RULES-RECORD            PIC X(56).

      * THE PRIOR ACCOUNT MASTER: PLAYER ID, BALANCE, STATUS,
      * IN-USE MARKER, COMP POINTS, LOSS CAP, EXCLUDED-UNTIL DATE
      * AND CREDIT LIMIT, THEN ONE FILLER BYTE - 57 BYTES IN ALL.
      * ONLY THE KEY IS NAMED; THE REST RIDES ACROSS AS BYTES.
        FD  OLD-ACCOUNT-FILE.
        01  OLD-ACCOUNT-RECORD.
            05  OLD-ACCT-PLAYER-ID      PIC X(10).
            05  FILLER                  PIC X(47).

        FD  ACCOUNT-FILE.
            COPY ACCTREC.
            STOP RUN.

      * THE TRAIL (OR AN ARCHIVE - SAME LAYOUT, TRAILER INCLUDED):
      * BYTES 1-72 ARE EVERY FIELD THROUGH THE SOFT-ACE COUNT AND
      * CARRY ACROSS UNCHANGED; THE NEW DEALER ID BEHIND THEM STAYS
      * BLANK.
        CONVERT-TRAIL.
            OPEN INPUT OLD-TRAIL-FILE.
            IF OLD-TRAIL-STATUS NOT = "00"
                    MOVE "Y" TO END-OF-FILE-SWITCH
                NOT AT END
                    MOVE SPACES TO NEW-TRAIL-RECORD
                    MOVE OLD-TRAIL-RECORD(1:72) TO
                        NEW-TRAIL-RECORD(1:72)
                    WRITE NEW-TRAIL-RECORD
                    ADD 1 TO CONVERTED-COUNT
            END-READ.

      * THE LEDGER: BYTES 1-78 RUN THROUGH THE TABLE ID AND ITS
      * FILLER AND CARRY ACROSS; THE DEALER ID BEHIND THEM STAYS
      * BLANK.
        CONVERT-LEDGER.
            OPEN INPUT OLD-LEDGER-FILE.
            IF OLD-LEDGER-STATUS NOT = "00"
                    MOVE "Y" TO END-OF-FILE-SWITCH
                NOT AT END
                    MOVE SPACES TO NEW-LEDGER-RECORD
                    MOVE OLD-LEDGER-RECORD(1:78) TO
                        NEW-LEDGER-RECORD(1:78)
                    WRITE NEW-LEDGER-RECORD
                    ADD 1 TO CONVERTED-COUNT
            END-READ.

      * THE RULES FILE: BYTES 1-47 RUN THROUGH THE TABLE ID AND ITS
      * FILLER AND CARRY ACROSS; THE WITHDRAWAL APPROVAL LIMIT
      * BEHIND THEM STAYS BLANK, WHICH LEAVES THE CAGE ON ITS
      * COMPILED-IN LIMIT.
        CONVERT-RULES.
            OPEN INPUT OLD-RULES-FILE.
            IF OLD-RULES-STATUS NOT = "00"
                    MOVE "Y" TO END-OF-FILE-SWITCH
                NOT AT END
                    MOVE SPACES TO NEW-RULES-RECORD
                    MOVE OLD-RULES-RECORD(1:47) TO
                        NEW-RULES-RECORD(1:47)
                    WRITE NEW-RULES-RECORD
                    ADD 1 TO CONVERTED-COUNT
            END-READ.

      * THE ACCOUNT MASTER: THE OLD INDEXED FILE IS WALKED IN KEY
      * ORDER AND RELOADED INTO A FRESH MASTER. BYTES 1-57 (EVERY
      * FIELD THROUGH THE CREDIT LIMIT AND ITS FILLER BYTE) CARRY
      * ACROSS; THE PIN CODE, FAILURE COUNT AND LOCK BEHIND THEM
      * STAY BLANK, WHICH READS AS NO PIN SET AND NOT LOCKED. THE
      * CAGE SETS EACH PLAYER'S PIN BEFORE THE PLAYER NEXT SITS
      * DOWN AT A TABLE.
        CONVERT-ACCOUNTS.
            OPEN INPUT OLD-ACCOUNT-FILE.
            IF OLD-ACCOUNT-STATUS NOT = "00"
                    MOVE "Y" TO END-OF-FILE-SWITCH
                NOT AT END
                    MOVE SPACES TO ACCOUNT-RECORD
                    MOVE OLD-ACCOUNT-RECORD(1:57) TO
                        ACCOUNT-RECORD(1:57)
                    WRITE ACCOUNT-RECORD
                    ADD 1 TO CONVERTED-COUNT
            END-READ.
