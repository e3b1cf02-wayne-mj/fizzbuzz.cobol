      *****************************************************************
      *    STATFLAT - LAYOUT OF A STATISTICS RECORD ON THE OLD
      *    LINE-SEQUENTIAL STATHIST, BEFORE IT BECAME A KEYED CLUSTER
      *    (STATREC.CPY). READ ONLY BY THE FIZZHCNV ONE-TIME
      *    CONVERSION. THE FIELDS ARE THE SAME AS STATREC'S, IN THE
      *    ORDER THEY WERE APPENDED.
      *****************************************************************
       01  SFLT-RECORD.
           05  SFLT-USERID         PIC X(8).
           05  SFLT-JOBNAME        PIC X(8).
           05  SFLT-RUN-NUMBER     PIC 9(3).
           05  SFLT-DATE           PIC 9(8).
           05  SFLT-TIME           PIC 9(8).
           05  SFLT-START-VALUE    PIC 9(5).
           05  SFLT-MYLIMIT        PIC 9(5).
           05  SFLT-RULESET        PIC X(8).
           05  SFLT-TOTAL-COUNT    PIC 9(5).
           05  SFLT-PLAIN-COUNT    PIC 9(5).
           05  SFLT-MULTI-COUNT    PIC 9(5).
           05  SFLT-RULE-COUNT     PIC 9(2).
           05  SFLT-RULE-STATS     PIC X(260).
