                DISPLAY "SHOE CHECK CLEAN - ", SHOES-CHECKED-COUNT,
                    " SHOE(S) VERIFIED."
            END-IF.
            GOBACK.

        READ-AUDIT-RECORD.
            READ AUDIT-FILE
