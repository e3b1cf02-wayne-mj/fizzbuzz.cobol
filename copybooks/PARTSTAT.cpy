      *****************************************************************
      *    PARTSTAT - LAYOUT OF ONE PARTITION STATUS RECORD. EACH
      *    PARTITION OF A PARTITIONED FIZZBUZZ RUN (SEE PARTCARD.CPY)
      *    KEEPS ONE RECORD ON ITS OWN PARTSTAT DATASET IN PLACE OF
      *    THE AUDITLOG AND STATHIST RECORDS AN UNPARTITIONED RUN
      *    WRITES: "STARTED" AS SOON AS THE PARTITION HOLDS THE LOCK,
      *    REWRITTEN AS "COMPLETE" WITH THE SLICE'S TRAILER TOTALS
      *    WHEN ITS RUN ENDS. FIZZCONS READS EVERY PARTITION'S RECORD
      *    AND CONSOLIDATES ONLY WHEN ALL OF THEM ARE COMPLETE AND
      *    AGREE ON THE LOGICAL RUN - A RECORD STILL SAYING STARTED
      *    IS A PARTITION THAT ABENDED.
      *    A RESUBMITTED PARTITION FINDING ITS OWN STARTED RECORD
      *    RESUMES FROM ITS CHECKPOINT AUTOMATICALLY.
      *    PSTAT-RULE-ENTRY PAIRS EACH RULE LABEL WITH ITS
      *    MATCHED-ALONE COUNT, THE SAME WAY STATREC.CPY DOES.
      *    PSTAT-ACCTNO AND PSTAT-KSDS-IND CARRY THE PARTITION JOB'S
      *    ACCOUNTING CODE AND WHETHER ITS SLICE WAS STORED ON
      *    RESULTKS, FOR THE BILLING FIELDS ON THE RUN'S ONE AUDIT
      *    RECORD (AUDITREC.CPY).
      *****************************************************************
       01  PSTAT-RECORD.
           05  PSTAT-STATUS        PIC X(8).
               88  PSTAT-STARTED         VALUE "STARTED".
               88  PSTAT-COMPLETE        VALUE "COMPLETE".
           05  PSTAT-RUN-ID        PIC X(8).
           05  PSTAT-RUN-NUMBER    PIC 9(3).
           05  PSTAT-PART-NUMBER   PIC 9(2).
           05  PSTAT-PART-COUNT    PIC 9(2).
           05  PSTAT-JOBNAME       PIC X(8).
           05  PSTAT-USERID        PIC X(8).
           05  PSTAT-DATE          PIC 9(8).
           05  PSTAT-TIME          PIC 9(8).
           05  PSTAT-LOGICAL-START PIC 9(5).
           05  PSTAT-LOGICAL-LIMIT PIC 9(5).
           05  PSTAT-SLICE-START   PIC 9(5).
           05  PSTAT-SLICE-LIMIT   PIC 9(5).
           05  PSTAT-RULESET       PIC X(8).
           05  PSTAT-MODE          PIC X.
           05  PSTAT-SEVERITY      PIC 9(2).
           05  PSTAT-TOTAL-COUNT   PIC 9(5).
           05  PSTAT-PLAIN-COUNT   PIC 9(5).
           05  PSTAT-MULTI-COUNT   PIC 9(5).
           05  PSTAT-RULE-COUNT    PIC 9(2).
           05  PSTAT-RULE-STATS.
               10  PSTAT-RULE-ENTRY OCCURS 20 TIMES.
                   15  PSTAT-RULE-LABEL PIC X(8).
                   15  PSTAT-RULE-ALONE-COUNT PIC 9(5).
           05  PSTAT-ACCTNO        PIC X(8).
           05  PSTAT-KSDS-IND      PIC X.
               88  PSTAT-KSDS-STORED     VALUE "Y".
           05  FILLER              PIC X(2).
