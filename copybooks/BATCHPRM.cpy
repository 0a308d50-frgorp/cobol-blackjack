      *================================================================
      * BATCHPRM.CPY
      * THE NIGHT'S PARAMETERS AS THE BJNIGHT DRIVER HANDS THEM TO
      * EACH STEP IT CALLS. THE AREA IS EXTERNAL, SO THE DRIVER AND
      * THE STEP SHARE THE ONE COPY. A STEP THAT FINDS A NUMERIC
      * BUSINESS DATE HERE IS RUNNING UNDER THE DRIVER AND TAKES ITS
      * DATES FROM IT; RUN ON ITS OWN, NOTHING HAS SET THE AREA, THE
      * DATE IS NOT NUMERIC, AND THE STEP PROMPTS THE OPERATOR THE
      * WAY IT ALWAYS HAS.
      *================================================================
       01  BATCH-PARAMETER-AREA        EXTERNAL.
           05  BATCH-BUSINESS-DATE     PIC X(08).
           05  FILLER                  PIC X(12).
