      *****************************************************************
      *    OPSSEL - LAYOUT OF THE FIZZOPS SELECTION CONTROL CARD READ
      *    FROM THE OPSSEL DD. ONE CARD GIVES THE PROCESSING WINDOW
      *    WHOSE JOBLOG STEP RECORDS ARE CHECKED AGAINST THE
      *    EXPECTED JOB STREAM - A STEP BELONGS TO THE WINDOW BY THE
      *    DATE AND TIME IT STARTED:
      *      OPSSEL-FROM-DATE - THE PROCESSING DATE, YYYYMMDD.
      *        BLANK OR ZERO = TODAY.
      *      OPSSEL-FROM-TIME - HHMM THE WINDOW OPENS ON THAT DATE.
      *        BLANK = 0000.
      *      OPSSEL-TO-DATE - YYYYMMDD THE WINDOW CLOSES ON, SO A
      *        NIGHT'S BATCH RUNNING PAST MIDNIGHT IS ONE WINDOW.
      *        BLANK OR ZERO = THE PROCESSING DATE.
      *      OPSSEL-TO-TIME - HHMM THE WINDOW CLOSES. BLANK = 2359.
      *    CARRIED AS X SO A TYPO'D CARD IS DETECTED AND REPORTED -
      *    SAME RATIONALE AS AUDSEL-FROM-DATE IN AUDSELCD.CPY.
      *****************************************************************
       01  OPSSEL-CARD.
           05  OPSSEL-FROM-DATE    PIC X(8).
           05  OPSSEL-FROM-TIME    PIC X(4).
           05  OPSSEL-TO-DATE      PIC X(8).
           05  OPSSEL-TO-TIME      PIC X(4).
           05  FILLER              PIC X(56).
