      *****************************************************************
      *    LOCKREC - LAYOUT OF THE FIZZBUZZ OWNERSHIP LOCK RECORD ON
      *    THE LOCKDS CLUSTER (KSDS, KEY LOCK-KEY). CHKPTDS, RUNSTAT,
      *    AUDITLOG AND STATHIST ARE ALL WRITTEN TO ACROSS JOBS, SO
      *    TWO FIZZBUZZ EXECUTIONS RUNNING AT ONCE INTERLEAVE
      *    CHECKPOINTS AND RUN-STATUS RECORDS AND THE DECK-LEVEL
      *    RESTART LOGIC READS THE WRONG JOB'S LEFTOVERS.
      *    THE LOCK IS A TEST-AND-SET ON THE KEY: AT START-UP
      *    FIZZBUZZ WRITES THE OWNER RECORD (LOCK-KEY ALL SPACES AND
      *    ZEROS) AND THE WRITE ITSELF DECIDES WHO HOLDS THE LOCK -
      *    A DUPLICATE KEY (STATUS 22) MEANS ANOTHER EXECUTION GOT
      *    THERE FIRST. 900-TERMINATE RELEASES IT WITH A KEYED
      *    DELETE. A SECOND EXECUTION FINDING THE OWNER RECORD HELD
      *    REFUSES TO START (FZB027S, RC=16).
      *    THE ONE EXCEPTION IS A PARTITIONED RUN (PARTCARD.CPY):
      *    THE OWNER RECORD THEN NAMES THE LOGICAL RUN IN
      *    LOCK-OWNER-RUN-ID / LOCK-OWNER-RUN-NUMBER, AND EVERY
      *    PARTITION OF THAT RUN SHARES IT. EACH PARTITION ALSO
      *    WRITES A MEMBER RECORD KEYED BY RUN ID, RUN NUMBER AND
      *    PARTITION BEFORE IT TOUCHES THE OWNER RECORD, AND DELETES
      *    IT WHEN IT ENDS; THE LAST PARTITION OUT DELETES THE OWNER
      *    RECORD TOO. ANY EXECUTION FINDING A MEMBER RECORD OF
      *    ANOTHER LOGICAL RUN IS REFUSED, SO A RUN IS NEVER JOINED
      *    OR OVERTAKEN WHILE ONE OF ITS PARTITIONS IS STILL GOING.
      *    LOCK-OWNER-RUN-ID IS SPACES ON AN UNPARTITIONED HOLDER.
      *    A LOCK LEFT HELD BY AN ABEND IS RELEASED AUTOMATICALLY
      *    WHEN THE SAME JOBNAME/USERID RESUBMITS (THE DECK-LEVEL
      *    RESTART CASE) OR, FOR A PARTITION, WHEN THE SAME
      *    PARTITION OF THE SAME LOGICAL RUN RESUBMITS; ANY OTHER
      *    SUBMITTER NEEDS THE OPERATOR OVERRIDE - SET THE FZBLOCKOVR
      *    ENVIRONMENT VARIABLE TO Y, OR DELETE THE RECORDS FROM THE
      *    LOCKDS CLUSTER.
      *****************************************************************
       01  LOCK-RECORD.
           05  LOCK-KEY.
               10  LOCK-PART-RUN-ID    PIC X(8).
                   88  LOCK-OWNER-RECORD     VALUE SPACES.
               10  LOCK-PART-RUN-NUMBER PIC 9(3).
               10  LOCK-PART-NUMBER    PIC 9(2).
           05  LOCK-STATUS         PIC X(8).
               88  LOCK-HELD             VALUE "HELD".
           05  LOCK-JOBNAME        PIC X(8).
           05  LOCK-USERID         PIC X(8).
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(8).
           05  LOCK-OWNER-RUN-ID   PIC X(8).
               88  LOCK-NOT-PARTITIONED  VALUE SPACES.
           05  LOCK-OWNER-RUN-NUMBER PIC 9(3).
           05  FILLER              PIC X(16).
