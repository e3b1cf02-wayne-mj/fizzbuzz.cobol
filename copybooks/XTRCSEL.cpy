      *        FOR AN OPEN END.
      *      XTR-AUDIT - Y READS AUDITLOG TOO AND ADDS EACH RUN'S
      *        NORMAL/ABNORMAL AUDIT STATUS AS A STATUS COLUMN,
      *        READ BY THE KEY THE RUN'S STAT RECORD CARRIES;
      *        ANYTHING ELSE LEAVES AUDITLOG UNREAD AND THE COLUMN
      *        OUT.
      *    THE DATES ARE CARRIED AS X(8) SO A TYPO'D CARD CAN BE
