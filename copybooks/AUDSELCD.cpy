      *        LOG / UP TO ITS END).
      *      AUDSEL-USERID - ONLY RUNS BY THIS USERID; BLANK = ALL.
      *      AUDSEL-STATUS - NORMAL OR ABNORMAL ONLY; BLANK = BOTH.
      *        ABNORMAL ALSO SELECTS INCOMPLT (A PARTITIONED RUN NOT
      *        CONSOLIDATED).
      *    THE DATES ARE CARRIED AS X(8), NOT A NUMERIC PICTURE, SO
      *    A TYPO'D CARD CAN BE DETECTED AND REPORTED INSTEAD OF
      *    SILENTLY TRUNCATED - SAME RATIONALE AS PARM-START AND
