      *****************************************************************
      *    STATREC - LAYOUT OF ONE RUN-SUMMARY STATISTICS RECORD,
      *    WRITTEN TO THE STATHIST DATASET BY FIZZBUZZ AFTER EVERY
      *    RUN. CARRIES THE SAME TALLIES 800-PRINT-SUMMARY DISPLAYS
      *    ON SYSOUT - WHICH AGES OFF THE OUTPUT QUEUE - PLUS THE
      *    RUN'S IDENTITY, RANGE AND THE RULE LABELS IN FORCE, SO
      *    DISTRIBUTIONS CAN BE SANITY-CHECKED ACROSS RUNS LONG
      *    AFTER THE JOB LOG IS GONE. READ BY THE FIZZTRND TREND
      *    REPORT.
      *    STATHIST IS A VSAM KSDS. STAT-KEY (RUN DATE, TIME STAMP,
      *    JOBNAME, RUN NUMBER - KEYS(27 0)) IS THE KEY OF THE RUN'S
      *    AUDITLOG RECORD TOO (AUDITREC.CPY) - THE TWO ARE WRITTEN
      *    WITH ONE STAMP SO EACH FINDS THE OTHER BY A KEYED READ.
      *    ALTERNATE INDEXES (WITH DUPLICATES): STAT-USERID (PATH DD
      *    STATHIS1, KEYS(8 27)) AND STAT-RULESET (PATH DD STATHIS2,
      *    KEYS(8 35)).
      *    STAT-RULE-ENTRY PAIRS EACH RULE LABEL WITH ITS
      *    MATCHED-ALONE COUNT - THE LABELS TRAVEL WITH THE RECORD
      *    BECAUSE DIFFERENT RUNS CAN USE DIFFERENT RULE SETS.
      *****************************************************************
       01  STAT-RECORD.
           05  STAT-KEY.
               10  STAT-DATE       PIC 9(8).
               10  STAT-TIME       PIC 9(8).
               10  STAT-JOBNAME    PIC X(8).
               10  STAT-RUN-NUMBER PIC 9(3).
           05  STAT-USERID         PIC X(8).
           05  STAT-RULESET        PIC X(8).
           05  STAT-START-VALUE    PIC 9(5).
           05  STAT-MYLIMIT        PIC 9(5).
           05  STAT-TOTAL-COUNT    PIC 9(5).
           05  STAT-PLAIN-COUNT    PIC 9(5).
           05  STAT-MULTI-COUNT    PIC 9(5).
