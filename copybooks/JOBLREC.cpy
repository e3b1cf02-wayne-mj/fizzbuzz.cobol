      *****************************************************************
      *    JOBLREC - LAYOUT OF ONE JOB-STEP RECORD ON THE SHARED
      *    JOBLOG DATASET. EVERY PROGRAM IN THE SUITE APPENDS ONE
      *    RECORD AS ITS STEP ENDS, SO THE FIZZOPS OPERATIONS REPORT
      *    CAN SHOW WHAT RAN OVERNIGHT, IN WHAT ORDER, HOW LONG IT
      *    TOOK AND HOW IT ENDED - AUDITLOG ONLY EVER COVERED
      *    FIZZBUZZ ITSELF.
      *      JLOG-PROGRAM / JLOG-JOBNAME / JLOG-USERID - THE STEP'S
      *        PROGRAM-ID AND THE JOBNAME AND USER ENVIRONMENT
      *        VARIABLES (DEFAULTING TO THE PROGRAM-ID / UNKNOWN,
      *        AS FIZZBUZZ'S AUDIT IDENTITY DOES).
      *      JLOG-START-DATE/TIME, JLOG-END-DATE/TIME - WHEN THE
      *        STEP BEGAN AND ENDED (YYYYMMDD, HHMMSSHH).
      *      JLOG-RETURN-CODE - THE STEP'S FINAL RETURN CODE.
      *      JLOG-HIGH-MSGID - THE FZBNNNS MESSAGE ID OF THE MOST
      *        SEVERE MESSAGE THE STEP RAISED. ONLY FIZZBUZZ ISSUES
      *        MESSAGE IDS; IT IS SPACES FOR EVERY OTHER PROGRAM AND
      *        FOR A FIZZBUZZ STEP THAT RAISED NONE.
      *      JLOG-RECORDS-READ / JLOG-RECORDS-WRITTEN - THE STEP'S
      *        PRINCIPAL INPUT AND OUTPUT RECORD COUNTS, AS EACH
      *        PROGRAM'S OWN SUMMARY COUNTS THEM.
      *****************************************************************
       01  JOBLOG-RECORD.
           05  JLOG-PROGRAM        PIC X(8).
           05  JLOG-JOBNAME        PIC X(8).
           05  JLOG-USERID         PIC X(8).
           05  JLOG-START-DATE     PIC 9(8).
           05  JLOG-START-TIME     PIC 9(8).
           05  JLOG-END-DATE       PIC 9(8).
           05  JLOG-END-TIME       PIC 9(8).
           05  JLOG-RETURN-CODE    PIC 9(4).
           05  JLOG-HIGH-MSGID     PIC X(7).
           05  JLOG-RECORDS-READ   PIC 9(9).
           05  JLOG-RECORDS-WRITTEN PIC 9(9).
           05  FILLER              PIC X(15).
