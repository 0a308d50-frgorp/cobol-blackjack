      * ROUND BUFFERS (THE DEALER'S UNDER THE BLANK PLAYER ID, THE
      * DISPUTED PLAYER'S UNDER THEIR OWN; OTHER SEATS' CARDS ARE
      * NOT PART OF THIS PLAYER'S STATEMENT), AND SETTLEMENTS CLOSE
      * THAT SESSION'S ROUND OUT - A TOURNAMENT SESSION'S CHIP
      * SETTLEMENTS, TAGGED "T-", THE SAME AS CASH ONES. A
      * SETTLEMENT ONLY MARKS ITS OWN SESSION'S ROUND SETTLED, SO
      * AN INTERLEAVED SESSION NEVER FLUSHES THIS PLAYER'S
      * HALF-BUFFERED HAND.
        PROCESS-AUDIT-RECORD.
            IF AUD-TIMESTAMP >= RANGE-FROM-STAMP
                AND AUD-TIMESTAMP <= RANGE-TO-STAMP
                    WHEN AUD-OUTCOME = "BUST"
                    WHEN AUD-OUTCOME = "PUSH"
                    WHEN AUD-OUTCOME = "BJWIN"
                    WHEN AUD-OUTCOME = "T-WIN"
                    WHEN AUD-OUTCOME = "T-LOSE"
                    WHEN AUD-OUTCOME = "T-BUST"
                    WHEN AUD-OUTCOME = "T-PUSH"
                    WHEN AUD-OUTCOME = "T-BJWIN"
                        PERFORM LOCATE-REPLAY-SESSION
                        IF SESSION-IS-FOUND
                            MOVE "Y" TO
      * THE HAND STATEMENT IT BELONGS TO, NOT ABOVE ITS HEADER.
                    WHEN AUD-OUTCOME = "INSWIN"
                    WHEN AUD-OUTCOME = "INSLOSE"
                    WHEN AUD-OUTCOME = "T-INSWIN"
                    WHEN AUD-OUTCOME = "T-INSLOSE"
                        PERFORM LOCATE-REPLAY-SESSION
                        IF SESSION-IS-FOUND
                            MOVE "Y" TO
            WRITE REPLAY-REPORT-RECORD.
            MOVE AUD-WAGER-AMOUNT TO WAGER-AMOUNT-ED.
            MOVE SPACES TO REPLAY-REPORT-RECORD.
            IF AUD-OUTCOME = "BJWIN" OR AUD-OUTCOME = "T-BJWIN"
                STRING "  PAID  "               DELIMITED BY SIZE
                       WAGER-AMOUNT-ED          DELIMITED BY SIZE
                    INTO REPLAY-REPORT-RECORD
