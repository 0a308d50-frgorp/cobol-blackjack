      *================================================================
      * SUPVREC.CPY
      * THE SUPERVISOR FILE - ONE RECORD PER PIT OR CAGE SUPERVISOR
      * ALLOWED TO SIGN OFF A CAGE FUNCTION UNDER DUAL CONTROL (A
      * LARGE WITHDRAWAL, AN UN-BAR, A LOOSENED PLAYER-PROTECTION
      * LIMIT, A RELEASED IN-USE MARKER). SECURITY ADDS A SUPERVISOR
      * WITH THEIR FIRST APPROVAL CODE ALREADY SEEDED AND REVOKES ONE
      * BY SETTING THE STATUS TO R; THE SUPERVISOR MAY THEN CHANGE
      * THE CODE AT THE CAGE (BJTELLER'S SUPERVISOR CODE FUNCTION),
      * WHICH ASKS FOR THE CURRENT CODE FIRST AND WILL NOT SET ONE
      * WHERE NONE IS ON FILE. LIKE A PLAYER PIN THE CODE IS NEVER
      * STORED AS KEYED: IT IS FOLDED TOGETHER WITH THE SUPERVISOR
      * ID INTO A NINE-DIGIT CODE THE SAME WAY, AND A BLANK
      * (NON-NUMERIC) OR ZERO CODE MEANS NOTHING CAN BE APPROVED
      * UNDER THE ID UNTIL SECURITY SEEDS ONE. THE STAMP IS WHEN THE
      * CODE WAS LAST SET, YYYYMMDDHHMMSS.
      *================================================================
       01  SUPERVISOR-RECORD.
           05  SUP-SUPERVISOR-ID       PIC X(08).
           05  SUP-STATUS              PIC X(01).
               88  SUP-IS-ACTIVE       VALUE "A".
               88  SUP-IS-REVOKED      VALUE "R".
           05  SUP-APPROVAL-CODE       PIC 9(09).
           05  SUP-CODE-STAMP          PIC X(14).
           05  FILLER                  PIC X(48).
