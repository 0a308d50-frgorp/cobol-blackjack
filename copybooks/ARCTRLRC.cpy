               88  TRL-IS-TRAILER      VALUE "*TRAILER*".
           05  TRL-RECORD-COUNT        PIC 9(09).
           05  TRL-WAGER-HASH          PIC S9(13)V99.
           05  FILLER                  PIC X(47).
