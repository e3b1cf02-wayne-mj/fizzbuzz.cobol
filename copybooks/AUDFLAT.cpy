      *****************************************************************
      *    AUDFLAT - LAYOUT OF AN AUDIT RECORD ON THE OLD
      *    LINE-SEQUENTIAL AUDITLOG, BEFORE IT BECAME A KEYED CLUSTER
      *    (AUDITREC.CPY). READ ONLY BY THE FIZZHCNV ONE-TIME
      *    CONVERSION. THE FIELDS ARE THE SAME AS AUDITREC'S, IN THE
      *    ORDER THEY WERE APPENDED; THERE WAS NO RULE SET FIELD.
      *    AFLT-BILLING-DATA IS MOVED AS A GROUP SO A RECORD THAT
      *    PREDATES THE BILLING FIELDS KEEPS ITS SPACES.
      *****************************************************************
       01  AFLT-RECORD.
           05  AFLT-USERID         PIC X(8).
           05  AFLT-JOBNAME        PIC X(8).
           05  AFLT-RUN-NUMBER     PIC 9(3).
           05  AFLT-START-VALUE    PIC 9(5).
           05  AFLT-MYLIMIT        PIC 9(5).
           05  AFLT-DATE           PIC 9(8).
           05  AFLT-TIME           PIC 9(8).
           05  AFLT-STATUS         PIC X(8).
           05  AFLT-BILLING-DATA.
               10  AFLT-ACCTNO     PIC X(8).
               10  AFLT-MODE       PIC X.
               10  AFLT-RECORDS-STORED PIC 9(7).
           05  FILLER              PIC X(12).
