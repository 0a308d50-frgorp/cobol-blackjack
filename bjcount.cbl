            PERFORM WRITE-REPORT-FOOTER.
            CLOSE COUNT-REPORT-FILE.
            DISPLAY "PLAYERS FLAGGED: ", FLAGGED-PLAYER-COUNT.
            GOBACK.

        WALK-THE-TRAIL.
            MOVE "N" TO END-OF-TRAIL-SWITCH.
      * CARD RECORD (PLAYER OR DEALER ALIKE) MOVES THAT SESSION'S
      * RUNNING COUNT AS THE CARD LEAVES THE SHOE; A MAIN-HAND
      * SETTLEMENT IS A WAGER THAT RODE INTO WHATEVER THE SHOE WAS
      * AT THAT MOMENT, WHETHER CASH OR TOURNAMENT CHIPS ("T-"), AS
      * A CHIP PLAYER CAN COUNT THE SAME SHOE. EVERYTHING ELSE ON
      * THE TRAIL NEITHER TOUCHED THE SHOE NOR WAGERED INTO IT.
        PROCESS-AUDIT-RECORD.
            EVALUATE TRUE
                WHEN AUD-OUTCOME = "SHUFFLE"
                        PERFORM COUNT-ONE-CARD
                    END-IF
                WHEN AUD-OUTCOME = "WIN" OR "LOSE" OR "BUST"
                    OR "PUSH" OR "T-WIN" OR "T-LOSE" OR "T-BUST"
                    OR "T-PUSH"
                    IF AUD-PLAYER-ID NOT = SPACES
                        PERFORM JUDGE-SHOE-STATE
                        IF ON-SECOND-PASS
