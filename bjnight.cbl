         IDENTIFICATION DIVISION.
        PROGRAM-ID.     BJNIGHT.
        AUTHOR.         FRED SHIH.

      * THE NIGHTLY BATCH DRIVER. RUNS THE OVERNIGHT STREAM FOR ONE
      * BUSINESS DATE, ONE STEP AT A TIME, IN THE ORDER THE RUN-
      * CONTROL FILE LISTS THEM - OR, WITH NO RUN-CONTROL FILE, THE
      * STANDARD NIGHT: BJARCHIV CUT, BJRECON, BJSHOECK, BJCOMP,
      * BJHOUSE, BJDEALER, BJCOUNT, BJMKRAGE, BJOVRIDE, BJCOMEXT AT
      * MONTH END, AND THE BJTRAY WIN PROOF LAST. EACH STEP IS
      * CALLED WITH THE BUSINESS DATE IN THE SHARED BATCH PARAMETER
      * AREA, SO NO STEP STOPS TO PROMPT. EVERY STEP THAT RUNS
      * LEAVES A RECORD ON THE STEP LOG - NAME, START, END AND
      * RETURN CODE - AND THE FIRST STEP TO END WITH RETURN CODE 8
      * OR WORSE STOPS THE STREAM. RERUN FOR THE SAME DATE, THE
      * DRIVER READS THE LOG BACK, SKIPS EVERY STEP ALREADY
      * COMPLETE FOR THAT DATE AND PICKS UP AT THE ONE THAT FAILED,
      * SO THE OPERATOR NEVER HAS TO WORK OUT WHAT IS SAFE TO RERUN.
      * THE NIGHT ENDS WITH A ONE-PAGE COMPLETION REPORT FOR THE
      * MORNING SHIFT TO SIGN OFF. ALL THE STEPS' FILES ARE
      * ALLOCATED TO THE DRIVER'S JOB STEP; THE REPLACEMENT TRAIL
      * THE CUT WRITES IS SWAPPED IN BY THE JCL AFTER THE DRIVER
      * ENDS, SO EVERY STEP OF THE NIGHT STILL READS THE FULL DAY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.

            SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STEP-LOG-STATUS.

            SELECT BATCH-REPORT-FILE ASSIGN TO "BATCHRPT"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS BATCH-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE.
            COPY RUNCTLRC.

        FD  STEP-LOG-FILE.
            COPY STEPLGRC.

        FD  BATCH-REPORT-FILE.
        01  BATCH-REPORT-RECORD         PIC X(120).

        WORKING-STORAGE SECTION.
        01  RUN-CONTROL-STATUS       PIC X(02)   VALUE "00".
        01  STEP-LOG-STATUS          PIC X(02)   VALUE "00".
        01  BATCH-REPORT-STATUS      PIC X(02)   VALUE "00".
        01  BUSINESS-DATE            PIC X(08)   VALUE SPACES.
        01  DATE-NUMBER-WORK         PIC 9(08)   VALUE 0.
        01  NEXT-DAY-NUMBER          PIC 9(08)   VALUE 0.
        01  NEXT-DAY-DATE            PIC X(08)   VALUE SPACES.
        01  MONTH-END-SWITCH         PIC X       VALUE "N".
            88  IS-MONTH-END                      VALUE "Y".
        01  END-OF-FILE-SWITCH       PIC X       VALUE "N".
            88  END-OF-FILE                       VALUE "Y".
        01  STREAM-STOPPED-SWITCH    PIC X       VALUE "N".
            88  STREAM-STOPPED                    VALUE "Y".
        01  STREAM-START-TIMESTAMP   PIC X(26)   VALUE SPACES.
        01  STREAM-END-TIMESTAMP     PIC X(26)   VALUE SPACES.
        01  CALLED-PROGRAM-NAME      PIC X(08)   VALUE SPACES.
        01  FAILED-STEP-NAME         PIC X(08)   VALUE SPACES.
      * THE NIGHT'S STEPS IN RUN ORDER, WITH WHAT BECAME OF EACH:
      * P PENDING, D DONE ON AN EARLIER RUN FOR THE SAME DATE,
      * C COMPLETE, F FAILED, N NOT DUE (A MONTH-END STEP ON AN
      * ORDINARY NIGHT), H HELD BEHIND A FAILED STEP.
        01  STEP-TABLE.
            05  STEP-COUNT           PIC 9(02)   VALUE 0.
            05  STEP-ENTRY           OCCURS 20 TIMES.
                10  STP-NAME         PIC X(08).
                10  STP-SCHEDULE     PIC X(01).
                10  STP-TITLE        PIC X(30).
                10  STP-DISPOSITION  PIC X(01).
                10  STP-START-TIMESTAMP
                                     PIC X(26).
                10  STP-END-TIMESTAMP
                                     PIC X(26).
                10  STP-RETURN-CODE  PIC 9(04).
        01  STEP-INDEX               PIC 9(02)   VALUE 0.
        01  SEARCH-INDEX             PIC 9(02)   VALUE 0.
        01  STEPS-RUN-COUNT          PIC 9(02)   VALUE 0.
        01  STEPS-DONE-COUNT         PIC 9(02)   VALUE 0.
        01  STEPS-NOT-DUE-COUNT      PIC 9(02)   VALUE 0.
        01  STEPS-HELD-COUNT         PIC 9(02)   VALUE 0.
        01  STEP-RESULT-WORD         PIC X(14)   VALUE SPACES.
        01  STEP-START-TEXT          PIC X(15)   VALUE SPACES.
        01  STEP-END-TEXT            PIC X(15)   VALUE SPACES.
        01  STEP-RC-ED               PIC ZZZ9.
        01  STEPS-RUN-ED             PIC Z9.
        01  STEPS-DONE-ED            PIC Z9.
        01  STEPS-NOT-DUE-ED         PIC Z9.
        01  STEPS-HELD-ED            PIC Z9.
        COPY BATCHPRM.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "NIGHTLY BATCH STREAM".
            DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK=TODAY): "
                WITH NO ADVANCING.
            ACCEPT BUSINESS-DATE.
            IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
                MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
            END-IF.
            IF BUSINESS-DATE IS NOT NUMERIC
                DISPLAY "BUSINESS DATE NOT VALID - NOTHING RUN."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM RUN-THE-NIGHT
            END-IF.
            STOP RUN.

      * RUNS THE STREAM AND REPORTS ON IT. THE BATCH PARAMETER AREA
      * IS CLEARED AGAIN BEFORE THE DRIVER ENDS.
        RUN-THE-NIGHT.
            MOVE FUNCTION CURRENT-DATE TO STREAM-START-TIMESTAMP.
            PERFORM CHECK-MONTH-END.
            PERFORM LOAD-RUN-CONTROL.
            PERFORM LOAD-PRIOR-COMPLETIONS.
            PERFORM OPEN-STEP-LOG.
            MOVE SPACES TO BATCH-PARAMETER-AREA.
            MOVE BUSINESS-DATE TO BATCH-BUSINESS-DATE.
            PERFORM RUN-ONE-STEP
                VARYING STEP-INDEX FROM 1 BY 1
                UNTIL STEP-INDEX > STEP-COUNT.
            CLOSE STEP-LOG-FILE.
            MOVE SPACES TO BATCH-PARAMETER-AREA.
            MOVE FUNCTION CURRENT-DATE TO STREAM-END-TIMESTAMP.
            PERFORM WRITE-COMPLETION-REPORT.
            IF STREAM-STOPPED
                DISPLAY "STREAM STOPPED AT ", FAILED-STEP-NAME,
                    " - RERUN FOR ", BUSINESS-DATE,
                    " RESUMES THERE."
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "STREAM COMPLETE FOR ", BUSINESS-DATE
                MOVE 0 TO RETURN-CODE
            END-IF.

      * THE BUSINESS DATE IS A MONTH END WHEN THE DAY AFTER IT IS
      * THE FIRST OF A MONTH.
        CHECK-MONTH-END.
            MOVE BUSINESS-DATE TO DATE-NUMBER-WORK.
            COMPUTE NEXT-DAY-NUMBER = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(DATE-NUMBER-WORK) + 1).
            MOVE NEXT-DAY-NUMBER TO NEXT-DAY-DATE.
            IF NEXT-DAY-DATE(7:2) = "01"
                MOVE "Y" TO MONTH-END-SWITCH
            ELSE
                MOVE "N" TO MONTH-END-SWITCH
            END-IF.

      * LOADS THE NIGHT'S STEPS FROM THE RUN-CONTROL FILE. WITH NO
      * FILE (OR AN EMPTY ONE) THE STANDARD NIGHT RUNS INSTEAD.
        LOAD-RUN-CONTROL.
            MOVE 0 TO STEP-COUNT.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT RUN-CONTROL-FILE.
            IF RUN-CONTROL-STATUS = "00"
                PERFORM READ-RUN-CONTROL-RECORD
                PERFORM ADD-RUN-CONTROL-STEP UNTIL END-OF-FILE
                CLOSE RUN-CONTROL-FILE
            END-IF.
            IF STEP-COUNT = 0
                PERFORM LOAD-STANDARD-NIGHT
            END-IF.

        READ-RUN-CONTROL-RECORD.
            READ RUN-CONTROL-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

      * A BLANK STEP NAME IS IGNORED. THE TABLE HOLDS TWENTY STEPS;
      * ANYTHING PAST THAT IS REPORTED AND NOT RUN.
        ADD-RUN-CONTROL-STEP.
            IF RCT-STEP-NAME NOT = SPACES
                IF STEP-COUNT >= 20
                    DISPLAY "RUN CONTROL HOLDS MORE THAN 20 STEPS - ",
                        RCT-STEP-NAME, " NOT RUN."
                ELSE
                    ADD 1 TO STEP-COUNT
                    MOVE RCT-STEP-NAME TO STP-NAME(STEP-COUNT)
                    MOVE RCT-SCHEDULE TO STP-SCHEDULE(STEP-COUNT)
                    MOVE RCT-STEP-TITLE TO STP-TITLE(STEP-COUNT)
                    PERFORM CLEAR-STEP-ENTRY
                END-IF
            END-IF.
            PERFORM READ-RUN-CONTROL-RECORD.

        LOAD-STANDARD-NIGHT.
            MOVE "BJARCHIV" TO RCT-STEP-NAME.
            MOVE SPACE TO RCT-SCHEDULE.
            MOVE "AUDIT TRAIL CUT" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJRECON" TO RCT-STEP-NAME.
            MOVE "ACCOUNT RECONCILIATION" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJSHOECK" TO RCT-STEP-NAME.
            MOVE "SHOE INTEGRITY CHECK" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJCOMP" TO RCT-STEP-NAME.
            MOVE "COMP-POINT ACCRUAL" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJHOUSE" TO RCT-STEP-NAME.
            MOVE "HOUSE P&L" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJDEALER" TO RCT-STEP-NAME.
            MOVE "DEALER PERFORMANCE" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJCOUNT" TO RCT-STEP-NAME.
            MOVE "ADVANTAGE-PLAY SURVEILLANCE" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJMKRAGE" TO RCT-STEP-NAME.
            MOVE "MARKER AGING" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJOVRIDE" TO RCT-STEP-NAME.
            MOVE "SUPERVISOR OVERRIDES" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJCOMEXT" TO RCT-STEP-NAME.
            MOVE "M" TO RCT-SCHEDULE.
            MOVE "COMMISSION REVENUE EXTRACT" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.
            MOVE "BJTRAY" TO RCT-STEP-NAME.
            MOVE SPACE TO RCT-SCHEDULE.
            MOVE "TABLE TRAY WIN PROOF" TO RCT-STEP-TITLE.
            PERFORM ADD-STANDARD-STEP.

        ADD-STANDARD-STEP.
            ADD 1 TO STEP-COUNT.
            MOVE RCT-STEP-NAME TO STP-NAME(STEP-COUNT).
            MOVE RCT-SCHEDULE TO STP-SCHEDULE(STEP-COUNT).
            MOVE RCT-STEP-TITLE TO STP-TITLE(STEP-COUNT).
            PERFORM CLEAR-STEP-ENTRY.

        CLEAR-STEP-ENTRY.
            MOVE "P" TO STP-DISPOSITION(STEP-COUNT).
            MOVE SPACES TO STP-START-TIMESTAMP(STEP-COUNT).
            MOVE SPACES TO STP-END-TIMESTAMP(STEP-COUNT).
            MOVE 0 TO STP-RETURN-CODE(STEP-COUNT).

      * READS THE STEP LOG BACK FOR THIS BUSINESS DATE. A STEP WITH
      * A COMPLETE RECORD FINISHED ON AN EARLIER RUN AND IS NOT RUN
      * AGAIN; ITS TIMES AND RETURN CODE CARRY ONTO THE REPORT.
        LOAD-PRIOR-COMPLETIONS.
            MOVE "N" TO END-OF-FILE-SWITCH.
            OPEN INPUT STEP-LOG-FILE.
            IF STEP-LOG-STATUS = "00"
                PERFORM READ-STEP-LOG-RECORD
                PERFORM APPLY-STEP-LOG-RECORD UNTIL END-OF-FILE
                CLOSE STEP-LOG-FILE
            END-IF.

        READ-STEP-LOG-RECORD.
            READ STEP-LOG-FILE
                AT END
                    MOVE "Y" TO END-OF-FILE-SWITCH
            END-READ.

        APPLY-STEP-LOG-RECORD.
            IF STL-BUSINESS-DATE = BUSINESS-DATE
                AND STL-IS-COMPLETE
                PERFORM MARK-STEP-DONE
                    VARYING SEARCH-INDEX FROM 1 BY 1
                    UNTIL SEARCH-INDEX > STEP-COUNT
            END-IF.
            PERFORM READ-STEP-LOG-RECORD.

        MARK-STEP-DONE.
            IF STP-NAME(SEARCH-INDEX) = STL-STEP-NAME
                MOVE "D" TO STP-DISPOSITION(SEARCH-INDEX)
                MOVE STL-START-TIMESTAMP TO
                    STP-START-TIMESTAMP(SEARCH-INDEX)
                MOVE STL-END-TIMESTAMP TO
                    STP-END-TIMESTAMP(SEARCH-INDEX)
                MOVE STL-RETURN-CODE TO STP-RETURN-CODE(SEARCH-INDEX)
            END-IF.

        OPEN-STEP-LOG.
            OPEN EXTEND STEP-LOG-FILE.
            IF STEP-LOG-STATUS = "35"
                OPEN OUTPUT STEP-LOG-FILE
                CLOSE STEP-LOG-FILE
                OPEN EXTEND STEP-LOG-FILE
            END-IF.

      * DECIDES WHAT BECOMES OF ONE STEP: HELD IF AN EARLIER STEP
      * FAILED, SKIPPED IF IT ALREADY FINISHED FOR THIS DATE, NOT
      * DUE IF IT ONLY RUNS AT MONTH END, OTHERWISE RUN.
        RUN-ONE-STEP.
            EVALUATE TRUE
                WHEN STREAM-STOPPED
                    MOVE "H" TO STP-DISPOSITION(STEP-INDEX)
                WHEN STP-DISPOSITION(STEP-INDEX) = "D"
                    DISPLAY "STEP ", STP-NAME(STEP-INDEX),
                        " ALREADY COMPLETE FOR ", BUSINESS-DATE,
                        " - SKIPPED."
                WHEN STP-SCHEDULE(STEP-INDEX) = "M"
                    AND NOT IS-MONTH-END
                    MOVE "N" TO STP-DISPOSITION(STEP-INDEX)
                WHEN OTHER
                    PERFORM CALL-ONE-STEP
            END-EVALUATE.

      * CALLS THE STEP'S PROGRAM AND LOGS HOW IT ENDED. A PROGRAM
      * THAT CANNOT BE LOADED AT ALL ENDS THE STEP WITH RETURN
      * CODE 12. THE PROGRAM IS CANCELLED AFTERWARD SO A LATER
      * RUN OF THE SAME STEP STARTS FROM FRESH STORAGE.
        CALL-ONE-STEP.
            MOVE STP-NAME(STEP-INDEX) TO CALLED-PROGRAM-NAME.
            DISPLAY "STEP ", CALLED-PROGRAM-NAME, " STARTING.".
            MOVE FUNCTION CURRENT-DATE TO
                STP-START-TIMESTAMP(STEP-INDEX).
            MOVE 0 TO RETURN-CODE.
            CALL CALLED-PROGRAM-NAME
                ON EXCEPTION
                    DISPLAY "STEP ", CALLED-PROGRAM-NAME,
                        " COULD NOT BE LOADED."
                    MOVE 12 TO RETURN-CODE
            END-CALL.
            MOVE RETURN-CODE TO STP-RETURN-CODE(STEP-INDEX).
            CANCEL CALLED-PROGRAM-NAME.
            MOVE FUNCTION CURRENT-DATE TO
                STP-END-TIMESTAMP(STEP-INDEX).
            ADD 1 TO STEPS-RUN-COUNT.
            IF STP-RETURN-CODE(STEP-INDEX) >= 8
                MOVE "F" TO STP-DISPOSITION(STEP-INDEX)
                MOVE "Y" TO STREAM-STOPPED-SWITCH
                MOVE CALLED-PROGRAM-NAME TO FAILED-STEP-NAME
            ELSE
                MOVE "C" TO STP-DISPOSITION(STEP-INDEX)
            END-IF.
            MOVE STP-RETURN-CODE(STEP-INDEX) TO STEP-RC-ED.
            DISPLAY "STEP ", CALLED-PROGRAM-NAME, " ENDED RC ",
                STEP-RC-ED.
            PERFORM WRITE-STEP-LOG-RECORD.

        WRITE-STEP-LOG-RECORD.
            MOVE SPACES TO STEP-LOG-RECORD.
            MOVE BUSINESS-DATE TO STL-BUSINESS-DATE.
            MOVE STP-NAME(STEP-INDEX) TO STL-STEP-NAME.
            MOVE STP-START-TIMESTAMP(STEP-INDEX) TO
                STL-START-TIMESTAMP.
            MOVE STP-END-TIMESTAMP(STEP-INDEX) TO STL-END-TIMESTAMP.
            MOVE STP-RETURN-CODE(STEP-INDEX) TO STL-RETURN-CODE.
            IF STP-DISPOSITION(STEP-INDEX) = "F"
                MOVE "F" TO STL-STEP-STATUS
            ELSE
                MOVE "C" TO STL-STEP-STATUS
            END-IF.
            WRITE STEP-LOG-RECORD.

      * THE ONE-PAGE COMPLETION REPORT: THE DATE, WHEN THE RUN
      * STARTED AND ENDED, ONE LINE PER STEP, THE COUNTS, HOW THE
      * STREAM ENDED, AND THE SIGN-OFF LINES.
        WRITE-COMPLETION-REPORT.
            OPEN OUTPUT BATCH-REPORT-FILE.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            STRING "BATCH COMPLETION REPORT - BUSINESS DATE "
                                                DELIMITED BY SIZE
                   BUSINESS-DATE                DELIMITED BY SIZE
                INTO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            STRING "RUN STARTED "               DELIMITED BY SIZE
                   STREAM-START-TIMESTAMP(1:8)  DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   STREAM-START-TIMESTAMP(9:6)  DELIMITED BY SIZE
                   "  ENDED "                   DELIMITED BY SIZE
                   STREAM-END-TIMESTAMP(1:8)    DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   STREAM-END-TIMESTAMP(9:6)    DELIMITED BY SIZE
                INTO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            IF IS-MONTH-END
                STRING "MONTH END: YES"         DELIMITED BY SIZE
                    INTO BATCH-REPORT-RECORD
            ELSE
                STRING "MONTH END: NO"          DELIMITED BY SIZE
                    INTO BATCH-REPORT-RECORD
            END-IF.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            STRING "STEP      TITLE                          "
                                                DELIMITED BY SIZE
                   "RESULT          STARTED          "
                                                DELIMITED BY SIZE
                   "ENDED              RC"      DELIMITED BY SIZE
                INTO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            PERFORM WRITE-STEP-LINE
                VARYING STEP-INDEX FROM 1 BY 1
                UNTIL STEP-INDEX > STEP-COUNT.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            PERFORM WRITE-COUNT-LINE.
            PERFORM WRITE-OUTCOME-LINE.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            STRING "OPERATOR    ______________________    "
                                                DELIMITED BY SIZE
                   "DATE __________"            DELIMITED BY SIZE
                INTO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            STRING "SUPERVISOR  ______________________    "
                                                DELIMITED BY SIZE
                   "DATE __________"            DELIMITED BY SIZE
                INTO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.
            CLOSE BATCH-REPORT-FILE.

        WRITE-STEP-LINE.
            EVALUATE STP-DISPOSITION(STEP-INDEX)
                WHEN "C"
                    MOVE "COMPLETE" TO STEP-RESULT-WORD
                WHEN "D"
                    MOVE "DONE EARLIER" TO STEP-RESULT-WORD
                    ADD 1 TO STEPS-DONE-COUNT
                WHEN "F"
                    MOVE "*** FAILED ***" TO STEP-RESULT-WORD
                WHEN "N"
                    MOVE "NOT DUE" TO STEP-RESULT-WORD
                    ADD 1 TO STEPS-NOT-DUE-COUNT
                WHEN OTHER
                    MOVE "NOT REACHED" TO STEP-RESULT-WORD
                    ADD 1 TO STEPS-HELD-COUNT
            END-EVALUATE.
            MOVE SPACES TO STEP-START-TEXT.
            MOVE SPACES TO STEP-END-TEXT.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            IF STP-START-TIMESTAMP(STEP-INDEX) = SPACES
                STRING STP-NAME(STEP-INDEX)     DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       STP-TITLE(STEP-INDEX)    DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       STEP-RESULT-WORD         DELIMITED BY SIZE
                    INTO BATCH-REPORT-RECORD
            ELSE
                STRING STP-START-TIMESTAMP(STEP-INDEX)(1:8)
                                                DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       STP-START-TIMESTAMP(STEP-INDEX)(9:6)
                                                DELIMITED BY SIZE
                    INTO STEP-START-TEXT
                STRING STP-END-TIMESTAMP(STEP-INDEX)(1:8)
                                                DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       STP-END-TIMESTAMP(STEP-INDEX)(9:6)
                                                DELIMITED BY SIZE
                    INTO STEP-END-TEXT
                MOVE STP-RETURN-CODE(STEP-INDEX) TO STEP-RC-ED
                STRING STP-NAME(STEP-INDEX)     DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       STP-TITLE(STEP-INDEX)    DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       STEP-RESULT-WORD         DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       STEP-START-TEXT          DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       STEP-END-TEXT            DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       STEP-RC-ED               DELIMITED BY SIZE
                    INTO BATCH-REPORT-RECORD
            END-IF.
            WRITE BATCH-REPORT-RECORD.

        WRITE-COUNT-LINE.
            MOVE STEPS-RUN-COUNT TO STEPS-RUN-ED.
            MOVE STEPS-DONE-COUNT TO STEPS-DONE-ED.
            MOVE STEPS-NOT-DUE-COUNT TO STEPS-NOT-DUE-ED.
            MOVE STEPS-HELD-COUNT TO STEPS-HELD-ED.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            STRING "STEPS RUN "                 DELIMITED BY SIZE
                   STEPS-RUN-ED                 DELIMITED BY SIZE
                   "   DONE EARLIER "           DELIMITED BY SIZE
                   STEPS-DONE-ED                DELIMITED BY SIZE
                   "   NOT DUE "                DELIMITED BY SIZE
                   STEPS-NOT-DUE-ED             DELIMITED BY SIZE
                   "   NOT REACHED "            DELIMITED BY SIZE
                   STEPS-HELD-ED                DELIMITED BY SIZE
                INTO BATCH-REPORT-RECORD.
            WRITE BATCH-REPORT-RECORD.

        WRITE-OUTCOME-LINE.
            MOVE SPACES TO BATCH-REPORT-RECORD.
            IF STREAM-STOPPED
                STRING "*** STREAM STOPPED AT "  DELIMITED BY SIZE
                       FAILED-STEP-NAME          DELIMITED BY SIZE
                       " - CORRECT AND RERUN FOR "
                                                 DELIMITED BY SIZE
                       BUSINESS-DATE             DELIMITED BY SIZE
                       "; COMPLETED STEPS ARE SKIPPED ***"
                                                 DELIMITED BY SIZE
                    INTO BATCH-REPORT-RECORD
            ELSE
                STRING "STREAM COMPLETE - ALL DUE STEPS FINISHED"
                                                 DELIMITED BY SIZE
                    INTO BATCH-REPORT-RECORD
            END-IF.
            WRITE BATCH-REPORT-RECORD.
