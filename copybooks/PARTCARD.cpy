      *****************************************************************
      *    PARTCARD - LAYOUT OF THE PARTITION CONTROL CARD READ FROM
      *    THE PARTCTL DD BY FIZZBUZZ AND FIZZCONS. A LARGE RANGE IS
      *    SPLIT INTO PART-COUNT SLICES, EACH RUN BY ITS OWN FIZZBUZZ
      *    JOB AT THE SAME TIME AS THE OTHERS, ALL UNDER ONE LOGICAL
      *    RUN:
      *      PART-RUN-ID - NAME OF THE LOGICAL RUN, THE SAME ON EVERY
      *        PARTITION'S CARD AND ON THE CONSOLIDATION CARD. IT IS
      *        WHAT LETS THE PARTITIONS SHARE THE LOCKDS LOCK, AND IT
      *        BECOMES THE JOBNAME ON THE CONSOLIDATED AUDITLOG AND
      *        STATHIST RECORDS.
      *      PART-RUN-NUMBER - THE RUN NUMBER EVERY PARTITION KEYS
      *        ITS RESULTKS RECORDS UNDER (BLANK = 001).
      *      PART-NUMBER - WHICH SLICE THIS JOB RUNS, 01 THRU
      *        PART-COUNT. IGNORED BY FIZZCONS.
      *      PART-COUNT - HOW MANY PARTITIONS THE RUN IS SPLIT
      *        INTO, 01 THRU 99.
      *    THE PARMIN CARD STILL GIVES THE WHOLE LOGICAL RANGE, RULE
      *    SET AND MODE; EACH PARTITION WORKS OUT ITS OWN SLICE OF
      *    THAT RANGE. A MISSING OR EMPTY PARTCTL DD IS AN ORDINARY,
      *    UNPARTITIONED FIZZBUZZ EXECUTION.
      *    THE NUMBERS ARE CARRIED AS X, NOT A NUMERIC PICTURE, SO A
      *    MISPUNCHED CARD IS DETECTED AND REPORTED - SAME RATIONALE
      *    AS PARM-START AND PARM-MYLIMIT IN PARMCARD.CPY.
      *****************************************************************
       01  PART-CARD.
           05  PART-RUN-ID         PIC X(8).
           05  PART-RUN-NUMBER     PIC X(3).
           05  PART-NUMBER         PIC X(2).
           05  PART-COUNT          PIC X(2).
           05  FILLER              PIC X(65).
