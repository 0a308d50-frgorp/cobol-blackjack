      *================================================================
      * TRAYREC.CPY
      * THE TABLE INVENTORY: ONE RECORD PER TABLE PER GAMING DAY,
      * KEYED BY TABLE ID AND GAMING DAY, HOLDING WHAT ACTUALLY
      * HAPPENED TO THE CHIP TRAY - THE OPENING COUNT (THE OPENER),
      * EVERY FILL AND CREDIT SLIP BETWEEN THE CAGE AND THE TABLE,
      * AND THE CLOSING COUNT (THE CLOSER). A FILL IS CHIPS SENT
      * FROM THE CAGE TO THE TABLE, A CREDIT IS CHIPS SENT BACK;
      * EACH SLIP CARRIES THE ID OF THE CAGE TELLER WHOSE DRAWER
      * PAID OR TOOK THE CHIPS, SO THAT TELLER'S DRAWER PROOF
      * ACCOUNTS FOR IT. ENTERED THROUGH BJTRAY, WHICH ALSO PROVES
      * THE TRAY'S WIN AGAINST THE HOUSE LEDGER:
      *   WIN = CLOSER - OPENER + CREDITS - FILLS
      * A BLANK OPENER OR CLOSER STAMP MEANS THAT COUNT HAS NOT
      * BEEN TAKEN YET. STAMPS ARE YYYYMMDDHHMMSS.
      *================================================================
       01  TRAY-RECORD.
           05  TRY-KEY.
               10  TRY-TABLE-ID        PIC X(04).
               10  TRY-GAMING-DATE     PIC X(08).
           05  TRY-OPENER-AMOUNT       PIC S9(7)V99.
           05  TRY-OPENER-STAMP        PIC X(14).
           05  TRY-CLOSER-AMOUNT       PIC S9(7)V99.
           05  TRY-CLOSER-STAMP        PIC X(14).
           05  TRY-SLIP-COUNT          PIC 9(02).
           05  TRY-SLIP                OCCURS 20 TIMES.
               10  TRY-SLIP-TYPE       PIC X(01).
                   88  TRY-SLIP-IS-FILL    VALUE "F".
                   88  TRY-SLIP-IS-CREDIT  VALUE "C".
               10  TRY-SLIP-AMOUNT     PIC S9(7)V99.
               10  TRY-SLIP-STAMP      PIC X(14).
               10  TRY-SLIP-TELLER-ID  PIC X(08).
           05  FILLER                  PIC X(10).
