      *****************************************************************
      *    AUDITREC - LAYOUT OF ONE AUDIT LOG RECORD, WRITTEN TO
      *    AUDITLOG EVERY TIME A RUN COMPLETES (NORMALLY OR NOT), SO
      *    WHO RAN FIZZBUZZ, WITH WHAT MYLIMIT, AND WHEN CAN BE
      *    RECONSTRUCTED WITHOUT DIGGING THROUGH JOB LOGS.
      *    A PARTITIONED RUN GETS ONE RECORD FROM FIZZCONS FOR THE
      *    WHOLE LOGICAL RUN; "INCOMPLT" MEANS AT LEAST ONE PARTITION
      *    NEVER FINISHED AND THE RUN WAS NOT CONSOLIDATED.
      *    AUDITLOG IS A VSAM KSDS. AUDIT-KEY (RUN DATE, TIME STAMP,
      *    JOBNAME, RUN NUMBER - KEYS(27 0)) IS THE SAME KEY THE RUN'S
      *    STATHIST RECORD CARRIES (STATREC.CPY), SO EITHER RECORD
      *    FINDS ITS TWIN WITH ONE KEYED READ. AUDIT-DATE IS THE
      *    DATE THE RUN STARTED (THE DATE STATHIST HAS ALWAYS
      *    CARRIED), NOT THE DATE THE RECORD WAS WRITTEN. AUDIT-TIME
      *    IS THE HHMMSSCC STAMP TAKEN AS THE RUN ENDED, ADVANCED BY
      *    A HUNDREDTH (CARRIED INTO THE SECONDS, MINUTES AND HOURS,
      *    SO IT IS ALWAYS A REAL TIME OF DAY) WHEN IT WOULD DUPLICATE
      *    AN EXISTING KEY.
      *    ALTERNATE INDEXES (WITH DUPLICATES): AUDIT-USERID (PATH
      *    DD AUDITLO1, KEYS(8 27)) AND AUDIT-RULESET (PATH DD
      *    AUDITLO2, KEYS(8 35)) - THE RULE SET THE RUN WAS ASKED FOR,
      *    SPACES FOR THE STANDARD RULES.
      *    AUDIT-BILLING-DATA IS WHAT THE FIZZBILL MONTHLY CHARGEBACK
      *    PRICES THE RUN FROM: THE ACCOUNTING CODE FROM THE JOB CARD
      *    (SPACES WHEN THE JOB PASSED NONE), THE PARM-MODE THE RUN
      *    RAN IN (D OR S) AND THE RESULTKS RECORDS IT STORED (ZERO
      *    FOR A SUMMARY-ONLY RUN OR WHEN RESULTKS WAS UNAVAILABLE).
      *    RECORDS WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES
      *    THERE.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-DATE      PIC 9(8).
               10  AUDIT-TIME      PIC 9(8).
               10  AUDIT-JOBNAME   PIC X(8).
               10  AUDIT-RUN-NUMBER PIC 9(3).
           05  AUDIT-USERID        PIC X(8).
           05  AUDIT-RULESET       PIC X(8).
           05  AUDIT-START-VALUE   PIC 9(5).
           05  AUDIT-MYLIMIT       PIC 9(5).
           05  AUDIT-STATUS        PIC X(8).
               88  AUDIT-NORMAL          VALUE "NORMAL".
               88  AUDIT-ABNORMAL        VALUE "ABNORMAL".
               88  AUDIT-INCOMPLETE      VALUE "INCOMPLT".
           05  AUDIT-BILLING-DATA.
               10  AUDIT-ACCTNO    PIC X(8).
               10  AUDIT-MODE      PIC X.
                   88  AUDIT-DETAIL-MODE     VALUE " " "D".
                   88  AUDIT-SUMMARY-MODE    VALUE "S".
               10  AUDIT-RECORDS-STORED PIC 9(7).
           05  FILLER              PIC X(4).
