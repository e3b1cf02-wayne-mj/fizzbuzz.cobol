               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               FILE STATUS IS WS-RUNS-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT RULESET-CATALOG ASSIGN TO "RULECAT"
               RECORD KEY IS RSET-NAME
               FILE STATUS IS WS-RSET-STATUS.

      *    DYNAMIC - THE LOCK IS TAKEN AND RELEASED BY KEYED WRITE
      *    AND DELETE, AND THE PARTITION MEMBER RECORDS ARE BROWSED
           SELECT LOCK-FILE ASSIGN TO "LOCKDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-KEY
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CTL-STATUS.

           SELECT PSTAT-FILE ASSIGN TO "PARTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTAT-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS STANDARD.
           COPY RSLTREC.

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY JRNLREC.

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
           COPY AUDITREC.
           LABEL RECORDS STANDARD.
           COPY LOCKREC.

       FD  PART-CTL-FILE
           LABEL RECORDS STANDARD.
           COPY PARTCARD.

       FD  PSTAT-FILE
           LABEL RECORDS STANDARD.
           COPY PARTSTAT.

       FD  AUTH-FILE
           LABEL RECORDS STANDARD.
           COPY AUTHREC.

       FD  SECVIOL-FILE
           LABEL RECORDS STANDARD.
           COPY SECVREC.

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 COUNTER          PIC 99999 VALUE 1.
      *    WIDE ENOUGH TO HOLD WS-RULE-COUNT (UP TO 20) CONCATENATED
       01 WS-KSDS-IND       PIC X VALUE "N".
           88 KSDS-AVAILABLE          VALUE "Y".
           88 KSDS-NOT-AVAILABLE      VALUE "N".
      *    SET WHEN THE CLUSTER WAS OPENED OUTPUT (EMPTIED) RATHER
      *    THAN I-O, SO THE EMPTYING IS JOURNALED AS WELL AS THE KEYS
      *    WRITTEN AFTER IT
       01 WS-KSDS-CLEARED-IND PIC X VALUE "N".
           88 KSDS-CLEARED            VALUE "Y".
           88 KSDS-NOT-CLEARED        VALUE "N".
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 1000.
       01 WS-RESUMED-IND    PIC X VALUE "N".
           88 RESUMED                 VALUE "Y".
      *    COND= TEST CAN TELL "A RULE CARD WAS SKIPPED BUT THE RUN
      *    COMPLETED" (4) FROM "PARMIN WAS MISSING ENTIRELY" (8) -
      *    THE OLD SINGLE STICKY ABNORMAL FLAG COULD NOT. RAISE
      *    WITH: MOVE THE MESSAGE ID TO WS-NEW-MSGID, MOVE N TO
      *    WS-NEW-SEVERITY, PERFORM 910-NOTE-SEVERITY - THE ID OF THE
      *    MOST SEVERE MESSAGE GOES ON THE STEP'S JOBLOG RECORD.
      *    THE JOB-ABNORMAL CONDITION NAME KEEPS
      *    THE AUDIT RECORD'S NORMAL/ABNORMAL TEST: A RUN IS MARKED
      *    ABNORMAL ONCE AN INPUT WAS DEFAULTED OR WORSE.
       01 WS-HIGHEST-SEVERITY PIC 99 VALUE 0.
           88 JOB-ABNORMAL            VALUE 8 THRU 16.
       01 WS-NEW-SEVERITY     PIC 99 VALUE 0.
       01 WS-NEW-MSGID        PIC X(7) VALUE SPACES.
      *    COUNTER AND MYLIMIT ARE BOTH PIC 9(5) (MAX 99999) NOW THAT
      *    MYLIMIT SUPPORTS THE FULL RANGE - A RUN ENDING EXACTLY AT
      *    99999 WOULD OTHERWISE WRAP COUNTER TO ZERO ON THE FINAL
      *    THE "USER" AND "JOBNAME" ENVIRONMENT VARIABLES IF SET
      *    (THE USUAL WAY A STARTED TASK OR USS FRONT END PASSES
      *    THEM THROUGH), DEFAULTING TO "UNKNOWN" / THE JOB'S OWN
      *    NAME OTHERWISE. THE JOB CARD'S ACCOUNTING CODE COMES IN
      *    THE SAME WAY, FROM "ACCTNO", FOR THE FIZZBILL CHARGEBACK;
      *    IT STAYS SPACES WHEN NOT SET, WHICH FIZZBILL HOLDS IN
      *    SUSPENSE RATHER THAN GUESS AN ACCOUNT.
       01 WS-AUDIT-USERID   PIC X(8) VALUE "UNKNOWN".
       01 WS-AUDIT-JOBNAME  PIC X(8) VALUE "FIZZBUZZ".
       01 WS-AUDIT-ACCTNO   PIC X(8) VALUE SPACES.
       01 WS-ENV-NAME       PIC X(20) VALUE SPACES.
       01 WS-ENV-VALUE      PIC X(20) VALUE SPACES.
       01 WS-RULE-ERROR-IND PIC X VALUE "N".
      *    THE CATALOG SET NAME THIS RUN'S RULES CAME FROM - SPACES
      *    WHEN THE RULESIN DECK IS IN FORCE
       01 WS-ACTIVE-RULESET PIC X(8) VALUE SPACES.
      *    SET WHEN THE USER IS NOT AUTHORIZED FOR THE SET A CARD
      *    NAMES (FZB042S), OR WHEN RESULTKS STILL HOLDS ANOTHER
      *    JOB'S RESULTS UNDER THE RUN NUMBER (FZB045S) - THAT RUN
      *    AND THE REST OF THE DECK ARE NOT RUN
       01 WS-RUN-AUTH-IND   PIC X VALUE "N".
           88 RUN-REFUSED             VALUE "Y".
           88 RUN-NOT-REFUSED         VALUE "N".
       01 WS-REFUSED-CARDS  PIC 9(3) VALUE 0.
      *    A KEYED LOOK AT RESULTKS FOR THE RUN NUMBER BEFORE A NEW
      *    RUN WRITES ANY KEY UNDER IT (156-CHECK-RUN-NUMBER-FREE)
       01 WS-PROBE-COUNTER  PIC 9(6) VALUE 0.
       01 WS-PROBE-IND      PIC X VALUE "N".
           88 PROBE-FOUND             VALUE "Y".
           88 PROBE-NOT-FOUND         VALUE "N".
       01 WS-RUN-TAKEN-IND  PIC X VALUE "N".
           88 RUN-NUMBER-TAKEN        VALUE "Y".
           88 RUN-NUMBER-FREE         VALUE "N".

       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
      *    THE TIME HALF OF THE KEY A RUN'S AUDITLOG AND STATHIST
      *    RECORDS SHARE (SEE AUDITREC.CPY) - STAMPED ONCE BY
      *    190-WRITE-AUDIT-RECORD AND REUSED BY 195-WRITE-STAT-RECORD,
      *    WITH WS-RUN-DATE AS THE DATE HALF
       01 WS-HIST-TIME.
           05 WS-HIST-HH     PIC 99 VALUE 0.
           05 WS-HIST-MM     PIC 99 VALUE 0.
           05 WS-HIST-SS     PIC 99 VALUE 0.
           05 WS-HIST-CC     PIC 99 VALUE 0.
       01 WS-HIST-RETRIES   PIC 99 VALUE 0.
       01 WS-HIST-DAY-IND   PIC X VALUE "N".
           88 HIST-DAY-ENDED          VALUE "Y".
           88 HIST-DAY-NOT-ENDED      VALUE "N".

      *    DECK-LEVEL RESTART STATE. RUNSTAT RECORDS LEFT BEHIND BY
      *    AN ABENDED EXECUTION (A NORMAL JOB END CLEARS THEM IN
      *    SERIALIZATION STATE FOR THE LOCKDS OWNERSHIP LOCK (SEE
      *    LOCKREC.CPY). THE LOCK IS TAKEN IN 109-ACQUIRE-LOCK
      *    BEFORE ANY SHARED DATASET IS TOUCHED AND RELEASED IN
      *    900-TERMINATE (905-RELEASE-LOCK); A LIVE LOCK HELD BY
      *    ANOTHER JOB REFUSES THIS EXECUTION WITH FZB027S AND RC=16.
       01 WS-LOCK-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCK-REFUSED-IND PIC X VALUE "N".
           88 LOCK-REFUSED            VALUE "Y".
       01 WS-LOCK-TAKEN-IND PIC X VALUE "N".
           88 LOCK-TAKEN              VALUE "Y".
           88 LOCK-NOT-TAKEN          VALUE "N".
       01 WS-LOCK-EOF       PIC X VALUE "N".
           88 LOCK-EOF                VALUE "Y".
           88 LOCK-NOT-EOF            VALUE "N".
       01 WS-LOCK-OPEN-IND  PIC X VALUE "N".
           88 LOCK-FILE-OPEN          VALUE "Y".
           88 LOCK-FILE-NOT-OPEN      VALUE "N".
      *    A NEVER-LOADED LOCKDS CLUSTER (STATUS 35) IS OPENED
      *    OUTPUT FOR ITS FIRST RECORD AND THEN REOPENED I-O
       01 WS-LOCK-MODE-IND  PIC X VALUE "U".
           88 LOCK-LOAD-MODE          VALUE "L".
           88 LOCK-UPDATE-MODE        VALUE "U".
       01 WS-LOCK-WRITE-STATUS PIC XX VALUE SPACES.
      *    WHICH LOCKDS RECORDS THIS EXECUTION PUT THERE ITSELF -
      *    THE ONES A REFUSAL BACKS OUT AGAIN
       01 WS-LOCK-OWNER-IND PIC X VALUE "N".
           88 LOCK-OWNER-WRITTEN      VALUE "Y".
           88 LOCK-OWNER-NOT-WRITTEN  VALUE "N".
       01 WS-LOCK-MEMBER-IND PIC X VALUE "N".
           88 LOCK-MEMBER-WRITTEN     VALUE "Y".
           88 LOCK-MEMBER-NOT-WRITTEN VALUE "N".
       01 WS-LOCK-OWNER-DONE-IND PIC X VALUE "N".
           88 LOCK-OWNER-SETTLED      VALUE "Y".
           88 LOCK-OWNER-NOT-SETTLED  VALUE "N".
      *    WHAT 108-CHECK-HELD-LOCK DECIDED ABOUT ANOTHER HOLDER'S
      *    RECORD: SHARE IT, TAKE IT OVER, OR REFUSE THIS EXECUTION
       01 WS-LOCK-ACTION    PIC X VALUE SPACE.
           88 LOCK-ACTION-SHARE       VALUE "S".
           88 LOCK-ACTION-TAKE-OVER   VALUE "T".
           88 LOCK-ACTION-REFUSE      VALUE "R".
       01 WS-LOCK-OVERRIDE-IND PIC X VALUE "N".
           88 LOCK-OVERRIDE-SET       VALUE "Y".
           88 LOCK-OVERRIDE-NOT-SET   VALUE "N".
       01 WS-LOCK-SIBLING-IND PIC X VALUE "N".
           88 LOCK-SIBLINGS-RUNNING   VALUE "Y".
           88 LOCK-NO-SIBLINGS        VALUE "N".
       01 WS-LOCK-TRIES     PIC 9 VALUE 0.
      *    LOCKDS KEYS: THE OWNER RECORD, THIS PARTITION'S MEMBER
      *    RECORD (SPACES AND ZEROS, THE OWNER KEY, WHEN NOT
      *    PARTITIONED), AND THE KEY 903-BUILD-LOCK-RECORD USES
       01 WS-LOCK-OWNER-KEY.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 FILLER            PIC 9(3) VALUE 0.
           05 FILLER            PIC 9(2) VALUE 0.
       01 WS-LOCK-MEMBER-KEY.
           05 WS-LOCK-MEMBER-RUN-ID  PIC X(8) VALUE SPACES.
           05 WS-LOCK-MEMBER-RUN-NUM PIC 9(3) VALUE 0.
           05 WS-LOCK-MEMBER-PART    PIC 9(2) VALUE 0.
       01 WS-LOCK-THIS-KEY  PIC X(13) VALUE SPACES.

      *    PARTITIONED-RUN STATE (SEE PARTCARD.CPY). WITH A PARTCTL
      *    CARD PRESENT THIS EXECUTION IS ONE SLICE OF A LOGICAL RUN
      *    SHARED WITH OTHER FIZZBUZZ JOBS RUNNING AT THE SAME TIME:
      *    IT TAKES ITS RUN NUMBER FROM THE CARD, WORKS OUT ITS OWN
      *    SLICE OF THE PARMIN RANGE IN 104-COMPUTE-PARTITION-SLICE,
      *    ADDS ITS KEYS TO RESULTKS WITHOUT EMPTYING IT, AND LEAVES
      *    ITS TOTALS ON PARTSTAT (PARTSTAT.CPY) FOR FIZZCONS INSTEAD
      *    OF WRITING PRTOUT, AUDITLOG AND STATHIST ITSELF - THE
      *    LOGICAL RUN GETS ONE OF EACH, FROM FIZZCONS, ONCE EVERY
      *    PARTITION HAS FINISHED.
       01 WS-PART-CTL-STATUS PIC XX VALUE SPACES.
       01 WS-PSTAT-STATUS   PIC XX VALUE SPACES.
       01 WS-PART-MODE-IND  PIC X VALUE "N".
           88 PARTITIONED-RUN         VALUE "Y".
           88 NOT-PARTITIONED-RUN     VALUE "N".
       01 WS-PART-CARD-IND  PIC X VALUE "N".
           88 PART-CARD-INVALID       VALUE "Y".
           88 PART-CARD-VALID         VALUE "N".
       01 WS-PART-FAILED-IND PIC X VALUE "N".
           88 PART-STATUS-FAILED      VALUE "Y".
           88 PART-STATUS-WRITTEN     VALUE "N".
       01 WS-PART-RESUME-IND PIC X VALUE "N".
           88 PARTITION-RESUMING      VALUE "Y".
           88 PARTITION-NOT-RESUMING  VALUE "N".
       01 WS-PART-PRIOR-IND PIC X VALUE "N".
           88 PRIOR-PART-COMPLETE     VALUE "Y".
           88 NO-PRIOR-PART-COMPLETE  VALUE "N".
       01 WS-PART-RUN-ID    PIC X(8) VALUE SPACES.
       01 WS-PART-RUN-NUM   PIC 9(3) VALUE 0.
       01 WS-PART-NUM       PIC 9(2) VALUE 0.
       01 WS-PART-COUNT     PIC 9(2) VALUE 0.
       01 WS-PART-BEFORE    PIC 9(2) VALUE 0.
       01 WS-PART-EXTRA-CARDS PIC 9(3) VALUE 0.
      *    THE WHOLE LOGICAL RANGE FROM THE PARMIN CARD - WS-START-
      *    VALUE AND MYLIMIT ARE NARROWED TO THIS PARTITION'S SLICE
       01 WS-LOGICAL-START  PIC 9(5) VALUE 0.
       01 WS-LOGICAL-LIMIT  PIC 9(5) VALUE 0.
       01 WS-PART-SPAN      PIC 9(5) VALUE 0.
       01 WS-PART-BASE      PIC 9(5) VALUE 0.
       01 WS-PART-REM       PIC 9(5) VALUE 0.
       01 WS-PART-OFFSET    PIC 9(5) VALUE 0.
       01 WS-PART-SIZE      PIC 9(5) VALUE 0.
      *    THE COMPLETE RECORD A PRIOR EXECUTION OF THIS PARTITION
      *    LEFT, PUT BACK IF DECK-LEVEL RESTART SKIPS THE RUN
       01 WS-PRIOR-PSTAT-RECORD PIC X(374) VALUE SPACES.

      *    THE DATE STAMPED INTO EACH RUN'S RESULTKS RECORDS -
      *    CAPTURED ONCE PER RUN, THE SAME WAY THE AUDIT RECORD
       01 WS-RULE-ALONE-COUNTS.
           05 WS-RULE-ALONE-COUNT OCCURS 20 TIMES PIC 9(5) VALUE 0.

           COPY JOBLSTEP.
           COPY JRNLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
      *    PARMIN MAY CARRY ONE PARAMETER CARD (A SINGLE RUN) OR
      *    SEVERAL (A MULTI-RUN BATCH JOB) - ONE RUN IS PRODUCED PER
      *    CARD, EACH WITH ITS OWN LABELED SECTION IN THE REPORT.
      *    A PARTCTL CARD MAKES THIS EXECUTION ONE PARTITION OF A
      *    LOGICAL RUN, WHICH RUNS ONLY THE FIRST CARD
           PERFORM 010-START-STEP-LOG
           PERFORM 112-CAPTURE-AUDIT-IDENTITY
           PERFORM 101-READ-PARTITION-CARD
           IF PART-CARD-INVALID
      *        THE SLICE CANNOT BE WORKED OUT - RUNNING THE WHOLE
      *        RANGE INSTEAD WOULD COLLIDE WITH THE OTHER PARTITIONS
               PERFORM 990-WRITE-STEP-LOG
               MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 109-ACQUIRE-LOCK
           IF LOCK-REFUSED
      *        ANOTHER EXECUTION OWNS THE SHARED DATASETS - TOUCH
      *        NOTHING, NOT EVEN RUNSTAT, AND END WITH THE FATAL
      *        SEVERITY 109-ACQUIRE-LOCK RAISED SO THE SCHEDULER
      *        HOLDS THE JOB INSTEAD OF LETTING IT INTERLEAVE
               PERFORM 990-WRITE-STEP-LOG
               MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARTITIONED-RUN
               PERFORM 103-START-PARTITION-STATUS
               IF PART-STATUS-FAILED
      *            WITHOUT ITS STATUS RECORD FIZZCONS COULD NEVER
      *            ACCOUNT FOR THIS SLICE - GIVE BACK THE LOCK AND
      *            DO NO WORK
                   PERFORM 905-RELEASE-LOCK
                   PERFORM 990-WRITE-STEP-LOG
                   MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 113-LOAD-RUN-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               DISPLAY "FZB001E PARMIN COULD NOT BE OPENED (STATUS "
                   WS-PARM-STATUS ") - USING DEFAULT LIMIT 100"
               SET PARM-EOF TO TRUE
               MOVE "FZB001E" TO WS-NEW-MSGID
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF
               PERFORM 130-OPEN-OUTPUT-FILES
               PERFORM UNTIL PARM-EOF
                   PERFORM 150-RUN-ONE-LIMIT
                   IF RUN-REFUSED
                       PERFORM 141-SKIP-REFUSED-PARM-CARDS
                   ELSE
                       IF PARTITIONED-RUN
                           PERFORM 140-SKIP-EXTRA-PARM-CARDS
                       ELSE
                           PERFORM 100-READ-PARM-CARD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

      *    THIS STEP CAN ACT ON IT WITHOUT GREPPING AUDITLOG - THE
      *    HIGHEST SEVERITY ANY MESSAGE RAISED (0/4/8/16) IS THE
      *    STEP RETURN CODE
           PERFORM 990-WRITE-STEP-LOG
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE
           STOP RUN.

               AT END
                   SET PARM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STEP-READ
                   PERFORM 105-VALIDATE-MYLIMIT
                   PERFORM 106-VALIDATE-START
                   PERFORM 107-VALIDATE-MODE
           END-READ.

       101-READ-PARTITION-CARD.
      *    A PARTCTL CARD MAKES THIS EXECUTION ONE PARTITION OF A
      *    LOGICAL RUN (SEE PARTCARD.CPY); NO PARTCTL DD, OR AN EMPTY
      *    ONE, IS AN ORDINARY UNPARTITIONED EXECUTION. READ BEFORE
      *    THE LOCK IS TAKEN BECAUSE THE PARTITION IDENTITY DECIDES
      *    WHOSE LOCK THIS EXECUTION MAY SHARE.
           OPEN INPUT PART-CTL-FILE
           IF WS-PART-CTL-STATUS = "00"
               READ PART-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 102-VALIDATE-PARTITION-CARD
               END-READ
               CLOSE PART-CTL-FILE
           END-IF.

       102-VALIDATE-PARTITION-CARD.
      *    UNLIKE A BAD PARMIN CARD, A BAD PARTCTL CARD CANNOT BE
      *    DEFAULTED: GUESSING THE SLICE WOULD EITHER DUPLICATE OR
      *    LEAVE OUT ANOTHER PARTITION'S COUNTERS. REFUSE THE WHOLE
      *    EXECUTION INSTEAD.
           IF PART-RUN-ID = SPACES
               DISPLAY "FZB031S INVALID PARTCTL CARD - RUN ID IS "
                   "BLANK. EXECUTION REFUSED"
               SET PART-CARD-INVALID TO TRUE
           END-IF
           IF PART-RUN-NUMBER = SPACES
               MOVE 1 TO WS-PART-RUN-NUM
           ELSE
               IF PART-RUN-NUMBER NOT NUMERIC
                   OR PART-RUN-NUMBER = ZEROS
                   DISPLAY "FZB031S INVALID PARTCTL CARD - RUN NUMBER '"
                       PART-RUN-NUMBER "' MUST BE 001-999. EXECUTION "
                       "REFUSED"
                   SET PART-CARD-INVALID TO TRUE
               ELSE
                   MOVE PART-RUN-NUMBER TO WS-PART-RUN-NUM
               END-IF
           END-IF
           IF PART-COUNT NOT NUMERIC OR PART-COUNT = ZEROS
               DISPLAY "FZB031S INVALID PARTCTL CARD - PARTITION "
                   "COUNT '" PART-COUNT "' MUST BE 01-99. EXECUTION "
                   "REFUSED"
               SET PART-CARD-INVALID TO TRUE
           ELSE
               MOVE PART-COUNT TO WS-PART-COUNT
               IF PART-NUMBER NOT NUMERIC OR PART-NUMBER = ZEROS
                   OR PART-NUMBER > PART-COUNT
                   DISPLAY "FZB031S INVALID PARTCTL CARD - PARTITION "
                       "NUMBER '" PART-NUMBER "' MUST BE 01-"
                       PART-COUNT ". EXECUTION REFUSED"
                   SET PART-CARD-INVALID TO TRUE
               ELSE
                   MOVE PART-NUMBER TO WS-PART-NUM
               END-IF
           END-IF
           IF PART-CARD-INVALID
               MOVE "FZB031S" TO WS-NEW-MSGID
               MOVE 16 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               MOVE PART-RUN-ID TO WS-PART-RUN-ID
               SET PARTITIONED-RUN TO TRUE
           END-IF.

       103-START-PARTITION-STATUS.
      *    LOOK AT WHAT THIS PARTITION'S LAST EXECUTION LEFT ON
      *    PARTSTAT BEFORE REPLACING IT. A STARTED RECORD FOR THE
      *    SAME PARTITION OF THE SAME LOGICAL RUN MEANS THAT
      *    EXECUTION ABENDED - RESUME FROM ITS CHECKPOINT WITHOUT
      *    WAITING FOR THE OPERATOR TO PUNCH Y IN COLUMN 11, THE
      *    SAME WAY FZB024I DOES FOR A DECK. A COMPLETE RECORD IS
      *    KEPT ASIDE IN CASE DECK-LEVEL RESTART SKIPS THE RUN.
      *    THEN MARK THIS EXECUTION STARTED, SO A PARTITION THAT
      *    DIES FROM HERE ON NEVER LOOKS FINISHED TO FIZZCONS.
           OPEN INPUT PSTAT-FILE
           IF WS-PSTAT-STATUS = "00"
               READ PSTAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PSTAT-RUN-ID = WS-PART-RUN-ID
                           AND PSTAT-RUN-NUMBER = WS-PART-RUN-NUM
                           AND PSTAT-PART-NUMBER = WS-PART-NUM
                           IF PSTAT-STARTED
                               DISPLAY "FZB035I PARTITION "
                                   WS-PART-NUM " OF RUN "
                                   WS-PART-RUN-ID " " WS-PART-RUN-NUM
                                   " DID NOT FINISH ITS PRIOR "
                                   "EXECUTION (" PSTAT-DATE " "
                                   PSTAT-TIME ") - APPLYING "
                                   "CHECKPOINT RESTART"
                               SET PARTITION-RESUMING TO TRUE
                           END-IF
                           IF PSTAT-COMPLETE
                               MOVE PSTAT-RECORD
                                   TO WS-PRIOR-PSTAT-RECORD
                               SET PRIOR-PART-COMPLETE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE PSTAT-FILE
           END-IF

           OPEN OUTPUT PSTAT-FILE
           IF WS-PSTAT-STATUS NOT = "00"
               DISPLAY "FZB036S PARTSTAT COULD NOT BE WRITTEN (STATUS "
                   WS-PSTAT-STATUS ") - PARTITION " WS-PART-NUM
                   " OF RUN " WS-PART-RUN-ID " NOT STARTED"
               SET PART-STATUS-FAILED TO TRUE
               MOVE "FZB036S" TO WS-NEW-MSGID
               MOVE 16 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               PERFORM 188-BUILD-PARTITION-RECORD
               MOVE "STARTED" TO PSTAT-STATUS
               ACCEPT PSTAT-DATE FROM DATE YYYYMMDD
               WRITE PSTAT-RECORD
               CLOSE PSTAT-FILE
           END-IF.

       104-COMPUTE-PARTITION-SLICE.
      *    SPLIT THE CARD'S RANGE INTO WS-PART-COUNT CONTIGUOUS
      *    SLICES AS EVENLY AS IT GOES: EVERY SLICE GETS SPAN / N
      *    COUNTERS AND THE FIRST SPAN MOD N SLICES ONE MORE, SO THE
      *    SLICES TILE THE RANGE EXACTLY WITH NO OVERLAP. EVERY
      *    PARTITION DOES THE SAME ARITHMETIC ON THE SAME CARD AND
      *    GETS ITS OWN PIECE WITHOUT TALKING TO THE OTHERS. MORE
      *    PARTITIONS THAN COUNTERS LEAVES THE LAST ONES AN EMPTY
      *    SLICE (START 1, END 0), WHICH PROCESSES NOTHING.
           MOVE WS-START-VALUE TO WS-LOGICAL-START
           MOVE MYLIMIT TO WS-LOGICAL-LIMIT
           COMPUTE WS-PART-SPAN =
               WS-LOGICAL-LIMIT - WS-LOGICAL-START + 1
           DIVIDE WS-PART-SPAN BY WS-PART-COUNT
               GIVING WS-PART-BASE REMAINDER WS-PART-REM
           COMPUTE WS-PART-BEFORE = WS-PART-NUM - 1
           IF WS-PART-BEFORE < WS-PART-REM
               COMPUTE WS-PART-OFFSET =
                   WS-PART-BEFORE * (WS-PART-BASE + 1)
               COMPUTE WS-PART-SIZE = WS-PART-BASE + 1
           ELSE
               COMPUTE WS-PART-OFFSET =
                   WS-PART-BEFORE * WS-PART-BASE + WS-PART-REM
               MOVE WS-PART-BASE TO WS-PART-SIZE
           END-IF
           IF WS-PART-SIZE = 0
               MOVE 1 TO WS-START-VALUE
               MOVE 0 TO MYLIMIT
               DISPLAY "FZB032I PARTITION " WS-PART-NUM " OF "
                   WS-PART-COUNT " OF RUN " WS-PART-RUN-ID " "
                   WS-RUN-NUMBER " HAS AN EMPTY SLICE OF RANGE "
                   WS-LOGICAL-START "-" WS-LOGICAL-LIMIT
           ELSE
               COMPUTE WS-START-VALUE =
                   WS-LOGICAL-START + WS-PART-OFFSET
               COMPUTE MYLIMIT = WS-START-VALUE + WS-PART-SIZE - 1
               DISPLAY "FZB032I PARTITION " WS-PART-NUM " OF "
                   WS-PART-COUNT " OF RUN " WS-PART-RUN-ID " "
                   WS-RUN-NUMBER " PROCESSES " WS-START-VALUE "-"
                   MYLIMIT " OF RANGE " WS-LOGICAL-START "-"
                   WS-LOGICAL-LIMIT
           END-IF.

       150-RUN-ONE-LIMIT.
      *    EVERY PARTITION OF A LOGICAL RUN KEYS ITS RESULTS UNDER
      *    THE SAME RUN NUMBER, FROM THE PARTCTL CARD, AND WORKS
      *    ONLY ITS OWN SLICE OF THE CARD'S RANGE FROM HERE ON
           IF PARTITIONED-RUN
               MOVE WS-PART-RUN-NUM TO WS-RUN-NUMBER
               PERFORM 104-COMPUTE-PARTITION-SLICE
           ELSE
               ADD 1 TO WS-RUN-NUMBER
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 116-CHECK-RUN-ALREADY-DONE
           IF RUN-NOT-DONE AND PARM-RULESET NOT = SPACES
               PERFORM 155-CHECK-RULE-SET-AUTHORITY
           END-IF
           IF RUN-NOT-DONE AND RUN-NOT-REFUSED
               AND KSDS-AVAILABLE AND DETAIL-RUN
               AND NOT PARM-RESTART-REQUESTED
               AND NOT (DECK-RESTART-ACTIVE
                        AND WS-RUN-NUMBER = WS-DONE-COUNT + 1)
               PERFORM 156-CHECK-RUN-NUMBER-FREE
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY "FZB023I RUN " WS-RUN-NUMBER " (START "
                   WS-START-VALUE " END " MYLIMIT
                   ") ALREADY COMPLETED BY A PRIOR EXECUTION - "
                   "SKIPPED"
               IF PARTITIONED-RUN
                   PERFORM 187-RESTORE-PARTITION-COMPLETE
               END-IF
           END-IF
           IF RUN-NOT-DONE AND RUN-NOT-REFUSED
      *        THE FIRST CARD PAST THE RECORDED RUNS IS THE ONE THE
      *        ABENDED EXECUTION HAD IN FLIGHT - APPLY THE EXISTING
      *        CHECKPOINT RESTART TO IT WHETHER OR NOT THE OPERATOR
               END-IF
               PERFORM 180-CLEAR-CHECKPOINT
               PERFORM 800-PRINT-SUMMARY
      *        A PARTITION'S AUDIT AND STATISTICS RECORDS WOULD
      *        COUNT ONE LOGICAL RUN SEVERAL TIMES OVER - ITS TOTALS
      *        GO TO PARTSTAT AND FIZZCONS WRITES THE RUN'S ONE PAIR
               IF PARTITIONED-RUN
                   PERFORM 186-WRITE-PARTITION-COMPLETE
               ELSE
                   PERFORM 190-WRITE-AUDIT-RECORD
                   PERFORM 195-WRITE-STAT-RECORD
               END-IF
               PERFORM 185-WRITE-RUN-STATUS
           END-IF.

       155-CHECK-RULE-SET-AUTHORITY.
      *    A CARD NAMING A RULECAT SET RUNS ONLY FOR A USER GRANTED
      *    THAT SET ON AUTHFILE (AUTHREC.CPY); A RULESIN RUN NEEDS NO
      *    GRANT. A REFUSED RUN PRODUCES NOTHING - NO REPORT SECTION,
      *    RESULTS, AUDIT OR RUN-STATUS RECORD - AND THE CARDS AFTER
      *    IT ARE NOT RUN EITHER, SO RUNSTAT STAYS A CONTIGUOUS RECORD
      *    OF THE DECK: 900-TERMINATE KEEPS IT, AND THE SAME DECK
      *    RESUBMITTED ONCE THE GRANT IS IN PLACE RESTARTS AT THE
      *    REFUSED CARD
           MOVE "RUNSET" TO WS-AUTH-FUNCTION
           MOVE PARM-RULESET TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               SET RUN-REFUSED TO TRUE
               DISPLAY "FZB042S " WS-AUTH-MESSAGE
               DISPLAY "        RUN " WS-RUN-NUMBER " (START "
                   WS-START-VALUE " END " MYLIMIT ") NOT RUN"
               MOVE "FZB042S" TO WS-NEW-MSGID
               MOVE 16 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.

       156-CHECK-RUN-NUMBER-FREE.
      *    A NEW RUN MUST FIND NO OTHER JOB'S RESULTS UNDER ITS RUN
      *    NUMBER. FIZZARCH LEAVES A RUN ON THE CLUSTER WHILE ITS
      *    RESULTS FEED IS STILL OPEN, AND RUN NUMBERS START AGAIN AT
      *    1 IN EVERY JOB, SO WITHOUT THIS CHECK THE NEW RUN'S KEYS
      *    WOULD BE DROPPED AS DUPLICATES OF THE HELD RUN'S AND THE
      *    NIGHT'S RESULTS NEVER SENT. A RESTART IS NOT CHECKED - ITS
      *    OWN KEYS ARE ALREADY THERE. AN UNPARTITIONED RUN OWNS ITS
      *    RUN NUMBER OUTRIGHT, SO ANY KEY UNDER IT IS ANOTHER JOB'S.
      *    THE PARTITIONS OF A RUN SHARE ITS RUN NUMBER, SO EACH ONE
      *    ONLY LOOKS FOR A KEY IN ITS OWN SLICE OR OUTSIDE THE
      *    CARD'S RANGE - A HELD RUN'S KEYS ARE ONE UNBROKEN RANGE OF
      *    COUNTERS, SO AT LEAST ONE PARTITION FINDS THEM. THE RUN IS
      *    REFUSED LIKE AN UNAUTHORIZED ONE (SEE 155) SO THE SAME
      *    DECK CAN BE RESUBMITTED ONCE THE HELD RUN IS RESOLVED.
           SET RUN-NUMBER-FREE TO TRUE
           MOVE 0 TO WS-PROBE-COUNTER
           PERFORM 157-PROBE-RUN-KEY
           IF PROBE-FOUND
               IF NOT-PARTITIONED-RUN
                   OR RSLT-COUNTER-KEY < WS-LOGICAL-START
                   OR (RSLT-COUNTER-KEY NOT < WS-START-VALUE
                       AND RSLT-COUNTER-KEY NOT > MYLIMIT)
                   SET RUN-NUMBER-TAKEN TO TRUE
               END-IF
           END-IF
           IF PARTITIONED-RUN AND RUN-NUMBER-FREE
               AND MYLIMIT NOT < WS-START-VALUE
               MOVE WS-START-VALUE TO WS-PROBE-COUNTER
               PERFORM 157-PROBE-RUN-KEY
               IF PROBE-FOUND AND RSLT-COUNTER-KEY NOT > MYLIMIT
                   SET RUN-NUMBER-TAKEN TO TRUE
               END-IF
           END-IF
           IF PARTITIONED-RUN AND RUN-NUMBER-FREE
               AND WS-LOGICAL-LIMIT < 99999
               COMPUTE WS-PROBE-COUNTER = WS-LOGICAL-LIMIT + 1
               PERFORM 157-PROBE-RUN-KEY
               IF PROBE-FOUND
                   SET RUN-NUMBER-TAKEN TO TRUE
               END-IF
           END-IF
           IF RUN-NUMBER-TAKEN
               SET RUN-REFUSED TO TRUE
               DISPLAY "FZB045S RESULTKS ALREADY HOLDS RUN "
                   WS-RUN-NUMBER " COUNTER " RSLT-COUNTER-KEY
                   " FROM " RSLT-RUN-DATE " - A RUN FIZZARCH HAS NOT"
                   " ARCHIVED YET"
               DISPLAY "        RUN " WS-RUN-NUMBER " (START "
                   WS-START-VALUE " END " MYLIMIT ") NOT RUN"
               MOVE "FZB045S" TO WS-NEW-MSGID
               MOVE 16 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.

       157-PROBE-RUN-KEY.
      *    THE FIRST KEY AT OR AFTER RUN NUMBER + WS-PROBE-COUNTER,
      *    IF IT IS STILL UNDER THIS RUN NUMBER
           SET PROBE-NOT-FOUND TO TRUE
           MOVE WS-RUN-NUMBER TO RSLT-RUN-NUMBER
           MOVE WS-PROBE-COUNTER TO RSLT-COUNTER-KEY
           START RESULT-KSDS KEY IS NOT LESS THAN RSLT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESULT-KSDS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RSLT-RUN-NUMBER = WS-RUN-NUMBER
                               SET PROBE-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

       160-RESET-RUN-STATE.
      *    A FRESH SET OF SUMMARY COUNTERS AND A FRESH COUNTER FOR
      *    EACH RUN IN THE BATCH, UNLESS 120-CHECK-RESTART OVERRIDES
               DISPLAY "FZB003E INVALID MYLIMIT '" PARM-MYLIMIT
                   "' - NOT NUMERIC. USING DEFAULT LIMIT 100"
               MOVE 100 TO MYLIMIT
               MOVE "FZB003E" TO WS-NEW-MSGID
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
                   DISPLAY "FZB004E INVALID MYLIMIT " WS-MYLIMIT-NUM
                       " - TOO LARGE (MAX 99999). USING 100"
                   MOVE 100 TO MYLIMIT
                   MOVE "FZB004E" TO WS-NEW-MSGID
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               ELSE
                           WS-MYLIMIT-NUM
                           " - ZERO OR NEGATIVE. USING 100"
                       MOVE 100 TO MYLIMIT
                       MOVE "FZB005E" TO WS-NEW-MSGID
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 910-NOTE-SEVERITY
                   ELSE
                   DISPLAY "FZB006E INVALID START '" PARM-START
                       "' - NOT NUMERIC. USING 1"
                   MOVE 1 TO WS-START-VALUE
                   MOVE "FZB006E" TO WS-NEW-MSGID
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               ELSE
                       DISPLAY "FZB007E INVALID START " WS-START-NUM
                           " - TOO LARGE (MAX 99999). USING 1"
                       MOVE 1 TO WS-START-VALUE
                       MOVE "FZB007E" TO WS-NEW-MSGID
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 910-NOTE-SEVERITY
                   ELSE
               DISPLAY "FZB008E INVALID RANGE: START " WS-START-VALUE
                   " > END " MYLIMIT ". USING START 1"
               MOVE 1 TO WS-START-VALUE
               MOVE "FZB008E" TO WS-NEW-MSGID
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.
                   DISPLAY "FZB009E INVALID MODE '" PARM-MODE
                       "' - MUST BE BLANK, D OR S. USING DETAIL"
                   SET DETAIL-RUN TO TRUE
                   MOVE "FZB009E" TO WS-NEW-MSGID
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               END-IF
                                   "' IS NOT NUMERIC FOR LABEL '"
                                   RULE-LABEL "' - SKIPPED"
                               SET RULE-LOAD-ERROR TO TRUE
                               MOVE "FZB010W" TO WS-NEW-MSGID
                               MOVE 4 TO WS-NEW-SEVERITY
                               PERFORM 910-NOTE-SEVERITY
                           ELSE
                                       "DIVISOR IS ZERO FOR LABEL '"
                                       RULE-LABEL "' - SKIPPED"
                                   SET RULE-LOAD-ERROR TO TRUE
                                   MOVE "FZB011W" TO WS-NEW-MSGID
                                   MOVE 4 TO WS-NEW-SEVERITY
                                   PERFORM 910-NOTE-SEVERITY
                               ELSE
                                               "RULES)"
                                       END-IF
                                       SET RULE-LOAD-ERROR TO TRUE
                                       MOVE "FZB012W" TO WS-NEW-MSGID
                                       MOVE 4 TO WS-NEW-SEVERITY
                                       PERFORM 910-NOTE-SEVERITY
                                   ELSE
                   WS-RULE-STATUS ") - NO RULES LOADED; ALL "
                   "COUNTERS WILL BE PLAIN NUMBERS"
               SET RULE-LOAD-ERROR TO TRUE
               MOVE "FZB013E" TO WS-NEW-MSGID
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.
                   DISPLAY "FZB015E RULECAT COULD NOT BE OPENED "
                       "(STATUS " WS-RSET-STATUS ") - RUN "
                       WS-RUN-NUMBER " USES THE RULESIN RULES"
                   MOVE "FZB015E" TO WS-NEW-MSGID
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               ELSE
                               "' NOT IN RULECAT - RUN "
                               WS-RUN-NUMBER
                               " USES THE RULESIN RULES"
                           MOVE "FZB016E" TO WS-NEW-MSGID
                           MOVE 8 TO WS-NEW-SEVERITY
                           PERFORM 910-NOTE-SEVERITY
                       NOT INVALID KEY
                       ") - DECK CHANGED; DECK-LEVEL RESTART "
                       "ABANDONED FROM THIS CARD ON"
                   SET DECK-RESTART-INACTIVE TO TRUE
                   MOVE "FZB025W" TO WS-NEW-MSGID
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
                   PERFORM 119-REWRITE-RUN-STATUS
           WRITE RUNS-RECORD
           CLOSE RUNSTAT-FILE.

       186-WRITE-PARTITION-COMPLETE.
      *    THE PARTITION'S SHARE OF THE LOGICAL RUN IS DONE - REPLACE
      *    THE STARTED RECORD WITH THE SLICE'S TRAILER TOTALS AND THE
      *    SEVERITY IT ENDED WITH, WHICH IS EVERYTHING FIZZCONS NEEDS
      *    TO BUILD THE RUN'S ONE SET OF TOTALS, AUDIT RECORD AND
      *    STATISTICS RECORD. WRITTEN BEFORE 185-WRITE-RUN-STATUS SO
      *    A RUN RUNSTAT CALLS COMPLETED ALWAYS HAS THIS RECORD.
           OPEN OUTPUT PSTAT-FILE
           IF WS-PSTAT-STATUS NOT = "00"
               DISPLAY "FZB037S PARTSTAT COULD NOT BE REWRITTEN "
                   "(STATUS " WS-PSTAT-STATUS ") - PARTITION "
                   WS-PART-NUM " OF RUN " WS-PART-RUN-ID
                   " CANNOT BE CONSOLIDATED; RERUN IT"
               MOVE "FZB037S" TO WS-NEW-MSGID
               MOVE 16 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               PERFORM 188-BUILD-PARTITION-RECORD
               MOVE "COMPLETE" TO PSTAT-STATUS
               MOVE WS-RUN-DATE TO PSTAT-DATE
               MOVE WS-LOGICAL-START TO PSTAT-LOGICAL-START
               MOVE WS-LOGICAL-LIMIT TO PSTAT-LOGICAL-LIMIT
               MOVE WS-START-VALUE TO PSTAT-SLICE-START
               MOVE MYLIMIT TO PSTAT-SLICE-LIMIT
               MOVE WS-ACTIVE-RULESET TO PSTAT-RULESET
               MOVE WS-RUN-MODE-IND TO PSTAT-MODE
               MOVE WS-HIGHEST-SEVERITY TO PSTAT-SEVERITY
               MOVE WS-TOTAL-COUNT TO PSTAT-TOTAL-COUNT
               MOVE WS-PLAIN-COUNT TO PSTAT-PLAIN-COUNT
               MOVE WS-MULTI-COUNT TO PSTAT-MULTI-COUNT
               MOVE WS-RULE-COUNT TO PSTAT-RULE-COUNT
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   MOVE WS-RULE-LABEL (RULE-IDX)
                       TO PSTAT-RULE-LABEL (RULE-IDX)
                   MOVE WS-RULE-ALONE-COUNT (RULE-IDX)
                       TO PSTAT-RULE-ALONE-COUNT (RULE-IDX)
               END-PERFORM
               WRITE PSTAT-RECORD
               CLOSE PSTAT-FILE
           END-IF.

       187-RESTORE-PARTITION-COMPLETE.
      *    DECK-LEVEL RESTART SKIPPED THIS PARTITION'S RUN BECAUSE
      *    THE PRIOR EXECUTION FINISHED IT, BUT 103-START-PARTITION-
      *    STATUS HAS SINCE MARKED THE PARTITION STARTED AGAIN - PUT
      *    THE PRIOR EXECUTION'S COMPLETE RECORD BACK
           IF PRIOR-PART-COMPLETE
               OPEN OUTPUT PSTAT-FILE
               IF WS-PSTAT-STATUS = "00"
                   MOVE WS-PRIOR-PSTAT-RECORD TO PSTAT-RECORD
                   WRITE PSTAT-RECORD
                   CLOSE PSTAT-FILE
               END-IF
           ELSE
               DISPLAY "FZB038W NO COMPLETE PARTSTAT RECORD SURVIVES "
                   "FOR THE SKIPPED RUN - PARTITION " WS-PART-NUM
                   " WILL SHOW AS UNFINISHED TO FIZZCONS. EMPTY "
                   "RUNSTAT AND RERUN THE PARTITION"
               MOVE "FZB038W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.

       188-BUILD-PARTITION-RECORD.
      *    THE IDENTITY PART OF A PARTSTAT RECORD, SHARED BY THE
      *    STARTED AND COMPLETE RECORDS, WITH EVERY COUNT ZEROED
           MOVE SPACES TO PSTAT-RECORD
           MOVE WS-PART-RUN-ID TO PSTAT-RUN-ID
           MOVE WS-PART-RUN-NUM TO PSTAT-RUN-NUMBER
           MOVE WS-PART-NUM TO PSTAT-PART-NUMBER
           MOVE WS-PART-COUNT TO PSTAT-PART-COUNT
           MOVE WS-AUDIT-JOBNAME TO PSTAT-JOBNAME
           MOVE WS-AUDIT-USERID TO PSTAT-USERID
           MOVE WS-AUDIT-ACCTNO TO PSTAT-ACCTNO
           MOVE WS-KSDS-IND TO PSTAT-KSDS-IND
           ACCEPT PSTAT-TIME FROM TIME
           MOVE 0 TO PSTAT-DATE
           MOVE 0 TO PSTAT-LOGICAL-START
           MOVE 0 TO PSTAT-LOGICAL-LIMIT
           MOVE 0 TO PSTAT-SLICE-START
           MOVE 0 TO PSTAT-SLICE-LIMIT
           MOVE 0 TO PSTAT-SEVERITY
           MOVE 0 TO PSTAT-TOTAL-COUNT
           MOVE 0 TO PSTAT-PLAIN-COUNT
           MOVE 0 TO PSTAT-MULTI-COUNT
           MOVE 0 TO PSTAT-RULE-COUNT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > 20
               MOVE 0 TO PSTAT-RULE-ALONE-COUNT (RULE-IDX)
           END-PERFORM.

       112-CAPTURE-AUDIT-IDENTITY.
      *    PICK UP WHO/WHAT IS RUNNING THIS JOB, ONCE, FOR THE
      *    AUDIT LOG (SEE THE WORKING-STORAGE COMMENT FOR WS-AUDIT-
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-JOBNAME
           END-IF

           MOVE "ACCTNO" TO WS-ENV-NAME
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-ACCTNO
           END-IF.

       109-ACQUIRE-LOCK.
      *    TAKE THE OWNERSHIP LOCK ON THE SHARED DATASETS BEFORE
      *    ANYTHING ELSE IS TOUCHED. THE LOCK IS A KEYED WRITE OF THE
      *    OWNER RECORD (SEE LOCKREC.CPY), SO OF TWO EXECUTIONS
      *    STARTING AT ONCE ONLY ONE CAN GET IT - THE OTHER'S WRITE
      *    FINDS THE KEY ALREADY THERE. A PARTITION FIRST REGISTERS
      *    ITS OWN MEMBER RECORD AND THEN SHARES AN OWNER RECORD THAT
      *    NAMES ITS LOGICAL RUN. A HELD RECORD LEFT BY THE SAME
      *    JOBNAME/USERID - OR BY THE SAME PARTITION OF THE SAME
      *    LOGICAL RUN - IS THE ABEND-AND-RESUBMIT CASE THE
      *    DECK-LEVEL RESTART EXISTS FOR, SO IT IS TAKEN OVER
      *    AUTOMATICALLY; ANY OTHER REFUSES THIS EXECUTION UNLESS THE
      *    OPERATOR SET FZBLOCKOVR=Y (108-CHECK-HELD-LOCK). LAST, THE
      *    MEMBER RECORDS ARE CHECKED FOR A PARTITION OF ANOTHER
      *    LOGICAL RUN STILL GOING. A REFUSED EXECUTION DELETES
      *    WHATEVER IT WROTE ON THE WAY.
           SET LOCK-OWNER-NOT-WRITTEN TO TRUE
           SET LOCK-MEMBER-NOT-WRITTEN TO TRUE
           SET LOCK-OVERRIDE-NOT-SET TO TRUE
           IF PARTITIONED-RUN
               MOVE WS-PART-RUN-ID TO WS-LOCK-MEMBER-RUN-ID
               MOVE WS-PART-RUN-NUM TO WS-LOCK-MEMBER-RUN-NUM
               MOVE WS-PART-NUM TO WS-LOCK-MEMBER-PART
           END-IF
           PERFORM 901-OPEN-LOCK-FILE
           IF LOCK-FILE-NOT-OPEN
               MOVE WS-LOCK-STATUS TO WS-LOCK-WRITE-STATUS
               PERFORM 909-LOCK-UPDATE-FAILED
           END-IF
           IF LOCK-NOT-REFUSED AND PARTITIONED-RUN
               PERFORM 904-WRITE-MEMBER-LOCK
           END-IF
           IF LOCK-NOT-REFUSED
               PERFORM 907-TAKE-OWNER-LOCK
           END-IF
           IF LOCK-NOT-REFUSED
               PERFORM 908-CHECK-OTHER-MEMBERS
           END-IF
           IF LOCK-REFUSED
               IF LOCK-FILE-OPEN
                   PERFORM 906-DROP-LOCK-RECORDS
               END-IF
           ELSE
               SET LOCK-TAKEN TO TRUE
           END-IF
           IF LOCK-FILE-OPEN
               CLOSE LOCK-FILE
               SET LOCK-FILE-NOT-OPEN TO TRUE
           END-IF.

       108-CHECK-HELD-LOCK.
      *    LOCK-RECORD HOLDS ANOTHER HOLDER'S RECORD - THE OWNER
      *    RECORD THIS EXECUTION COULD NOT WRITE, OR A MEMBER RECORD
      *    OF SOME OTHER PARTITION. SET WS-LOCK-ACTION TO SHARE IT,
      *    TAKE IT OVER, OR REFUSE THIS EXECUTION.
           SET LOCK-ACTION-REFUSE TO TRUE
           IF LOCK-OWNER-RECORD
               IF PARTITIONED-RUN
                   AND LOCK-OWNER-RUN-ID = WS-PART-RUN-ID
                   AND LOCK-OWNER-RUN-NUMBER = WS-PART-RUN-NUM
                   SET LOCK-ACTION-SHARE TO TRUE
               END-IF
               IF NOT-PARTITIONED-RUN AND LOCK-NOT-PARTITIONED
                   AND LOCK-JOBNAME = WS-AUDIT-JOBNAME
                   AND LOCK-USERID = WS-AUDIT-USERID
                   DISPLAY "FZB028I STALE LOCK FROM THIS JOB'S PRIOR "
                       "EXECUTION (" LOCK-DATE " " LOCK-TIME ") - "
                       "TAKEN OVER FOR RESTART"
                   SET LOCK-ACTION-TAKE-OVER TO TRUE
               END-IF
           ELSE
               IF PARTITIONED-RUN
                   AND LOCK-PART-RUN-ID = WS-PART-RUN-ID
                   AND LOCK-PART-RUN-NUMBER = WS-PART-RUN-NUM
                   DISPLAY "FZB034I LOCK SHARED WITH PARTITION "
                       LOCK-PART-NUMBER " OF RUN " LOCK-PART-RUN-ID
                       " " LOCK-PART-RUN-NUMBER " (" LOCK-JOBNAME "/"
                       LOCK-USERID " SINCE " LOCK-DATE " " LOCK-TIME
                       ")"
                   SET LOCK-ACTION-SHARE TO TRUE
               END-IF
           END-IF

           IF LOCK-ACTION-REFUSE
               IF LOCK-OVERRIDE-NOT-SET
                   MOVE "FZBLOCKOVR" TO WS-ENV-NAME
                   DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
                   ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
                   IF WS-ENV-VALUE = "Y"
                       SET LOCK-OVERRIDE-SET TO TRUE
                   END-IF
               END-IF
               IF LOCK-OVERRIDE-SET
                   DISPLAY "FZB029W OPERATOR OVERRIDE HONORED - "
                       "LOCK HELD BY " LOCK-JOBNAME "/"
                       LOCK-USERID " SINCE " LOCK-DATE " "
                       LOCK-TIME " TAKEN OVER"
                   SET LOCK-ACTION-TAKE-OVER TO TRUE
                   MOVE "FZB029W" TO WS-NEW-MSGID
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               ELSE
                   DISPLAY "FZB027S FIZZBUZZ IS ALREADY RUNNING - "
                       "LOCK HELD BY " LOCK-JOBNAME "/"
                       LOCK-USERID " SINCE " LOCK-DATE " "
                       LOCK-TIME ". EXECUTION REFUSED. IF THAT "
                       "JOB ABENDED, RESUBMIT UNDER THE SAME "
                       "JOBNAME/USERID, SET FZBLOCKOVR=Y, OR "
                       "DELETE ITS RECORDS FROM THE LOCKDS CLUSTER"
                   SET LOCK-REFUSED TO TRUE
                   MOVE "FZB027S" TO WS-NEW-MSGID
                   MOVE 16 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               END-IF
      *    RUN. IF THE FIRST CARD IN THE DECK ASKS FOR A RESTART -
      *    OR RUNSTAT SHOWS THIS IS A DECK-LEVEL RESTART OF AN
      *    ABENDED JOB - APPEND TO WHATEVER OUTPUT THAT JOB ALREADY
      *    WROTE INSTEAD OF TRUNCATING IT. A PARTITION WHOSE LAST
      *    EXECUTION NEVER FINISHED (103-START-PARTITION-STATUS) IS
      *    RESTARTED THE SAME WAY.
           IF PARTITION-RESUMING
               MOVE "Y" TO PARM-RESTART
           END-IF
           IF PARM-RESTART-REQUESTED OR DECK-RESTART-ACTIVE
               OPEN EXTEND REPORT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   OPEN OUTPUT REPORT-FILE
               END-IF

               IF NOT-PARTITIONED-RUN
                   OPEN EXTEND PRINT-FILE
                   IF WS-PRT-FILE-STATUS NOT = "00"
                       OPEN OUTPUT PRINT-FILE
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT-PARTITIONED-RUN
                   OPEN OUTPUT PRINT-FILE
               END-IF
           END-IF

      *    AN INDEXED FILE CANNOT BE OPENED EXTEND - OPEN I-O SO
      *    KEYS ARE ADDED TO WHAT IS ALREADY THERE. A NEW JOB OPENS
      *    I-O AS WELL: FIZZARCH EMPTIES THE CLUSTER ONCE A JOB'S
      *    RUNS ARE ARCHIVED, BUT KEEPS ANY RUN WHOSE RESULTS FEED IS
      *    STILL OPEN, AND OPEN OUTPUT WOULD THROW THAT RUN AWAY
      *    BEFORE FIZZXMIT COULD SEND IT AGAIN (A NEW RUN IS KEPT OFF
      *    ITS KEYS BY 156-CHECK-RUN-NUMBER-FREE). A PARTITION MUST NOT
      *    EMPTY THE CLUSTER EITHER - THE OTHER PARTITIONS ARE
      *    WRITING THEIR SLICES OF THE SAME RUN INTO IT. ONLY A
      *    CLUSTER THAT HAS NEVER BEEN LOADED (STATUS 35) IS OPENED
      *    OUTPUT; ANY OTHER FAILURE IS FZB021W BELOW.
      *    EVERY CHANGE TO THE CLUSTER IS JOURNALED TO RSLTJRNL FOR
      *    FORWARD RECOVERY (JRNLREC.CPY), SO THE JOURNAL IS OPENED
      *    FIRST - WITHOUT IT THE CLUSTER IS NOT OPENED AT ALL.
           SET KSDS-NOT-CLEARED TO TRUE
           PERFORM 920-OPEN-JOURNAL
           IF JOURNAL-OPEN
               OPEN I-O RESULT-KSDS
               IF WS-KSDS-STATUS = "35"
                   OPEN OUTPUT RESULT-KSDS
                   SET KSDS-CLEARED TO TRUE
               END-IF
           END-IF

      *    THE PRINT COPY IS A CONVENIENCE FOR THE BUSINESS - A JOB
      *    WITHOUT THE PRTOUT DD STILL PRODUCES EVERYTHING THE
      *    DOWNSTREAM JOBS NEED, SO WARN AND CARRY ON. A PARTITION
      *    NEVER PRINTS: FIZZCONS PRINTS THE WHOLE LOGICAL RUN AS
      *    ONE REPORT ONCE EVERY PARTITION HAS FINISHED.
           IF PARTITIONED-RUN
               SET PRINT-NOT-AVAILABLE TO TRUE
           ELSE
               IF WS-PRT-FILE-STATUS = "00"
                   SET PRINT-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "FZB026W PRTOUT UNAVAILABLE (STATUS "
                       WS-PRT-FILE-STATUS ") - CONTINUING WITHOUT THE "
                       "PRINT REPORT"
                   SET PRINT-NOT-AVAILABLE TO TRUE
                   MOVE "FZB026W" TO WS-NEW-MSGID
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
               END-IF
           END-IF

      *    SOME SITES RUN WITHOUT AN INDEXED FILE HANDLER AVAILABLE -
      *    DO NOT ABEND THE WHOLE JOB IF THE KSDS COULD NOT BE
      *    OPENED, JUST SKIP WRITING TO IT. A MISSING JOURNAL IS
      *    HANDLED THE SAME WAY: THE RUN CARRIES ON WITHOUT THE
      *    CLUSTER RATHER THAN MAKE CHANGES NO RECOVERY COULD REPLAY.
           IF JOURNAL-NOT-OPEN
               DISPLAY "FZB040W RSLTJRNL UNAVAILABLE (STATUS "
                   WS-JRNL-STATUS ") - CONTINUING WITHOUT RESULTKS"
               SET KSDS-NOT-AVAILABLE TO TRUE
               MOVE "FZB040W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               IF WS-KSDS-STATUS NOT = "00"
                   DISPLAY "FZB021W RESULT-KSDS UNAVAILABLE (STATUS "
                       WS-KSDS-STATUS ") - CONTINUING WITHOUT IT"
                   SET KSDS-NOT-AVAILABLE TO TRUE
                   MOVE "FZB021W" TO WS-NEW-MSGID
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 910-NOTE-SEVERITY
                   CLOSE JOURNAL-FILE
                   SET JOURNAL-NOT-OPEN TO TRUE
               ELSE
                   SET KSDS-AVAILABLE TO TRUE
                   IF KSDS-CLEARED
                       PERFORM 135-JOURNAL-KSDS-CLEAR
                   END-IF
               END-IF
           END-IF.

       135-JOURNAL-KSDS-CLEAR.
      *    OPEN OUTPUT EMPTIED THE CLUSTER - ONE C RECORD TELLS A
      *    FORWARD RECOVERY TO EMPTY IT AT THE SAME POINT
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-CLEAR TO TRUE
           MOVE ZEROS TO JRNL-KEY
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-FAILED
               PERFORM 217-STOP-KSDS-UPDATES
           END-IF.

       140-SKIP-EXTRA-PARM-CARDS.
      *    A PARTITION RUNS EXACTLY ONE CARD - EVERY PARTITION OF
      *    THE LOGICAL RUN MUST SLICE THE SAME RANGE, AND A SECOND
      *    CARD WOULD NEED A RUN NUMBER THE PARTCTL CARD DOES NOT
      *    GIVE. ANY FURTHER CARDS ARE COUNTED, REPORTED AND LEFT
      *    UNRUN RATHER THAN VALIDATED AS IF THEY WOULD BE USED.
           MOVE 0 TO WS-PART-EXTRA-CARDS
           PERFORM UNTIL PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STEP-READ
                       ADD 1 TO WS-PART-EXTRA-CARDS
               END-READ
           END-PERFORM
           IF WS-PART-EXTRA-CARDS > 0
               DISPLAY "FZB033W " WS-PART-EXTRA-CARDS " PARMIN CARD(S) "
                   "AFTER THE FIRST IGNORED - A PARTITION RUNS ONE "
                   "CARD ONLY"
               MOVE "FZB033W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.

       141-SKIP-REFUSED-PARM-CARDS.
      *    AFTER A REFUSED RUN (FZB042S) THE REST OF THE DECK IS
      *    COUNTED AND LEFT UNRUN - SEE 155-CHECK-RULE-SET-AUTHORITY
           MOVE 0 TO WS-REFUSED-CARDS
           PERFORM UNTIL PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STEP-READ
                       ADD 1 TO WS-REFUSED-CARDS
               END-READ
           END-PERFORM
           IF WS-REFUSED-CARDS > 0
               DISPLAY "FZB043I " WS-REFUSED-CARDS " PARMIN CARD(S) "
                   "AFTER THE REFUSED RUN NOT RUN"
           END-IF.

       120-CHECK-RESTART.
               DISPLAY "FZB020W CHECKPOINT COUNTER " CHKPT-COUNTER
                   " IS ALREADY AT OR PAST END " MYLIMIT
                   " - RESTART HAS NOTHING LEFT TO PROCESS"
               MOVE "FZB020W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.
           CLOSE CHKPT-FILE.

       190-WRITE-AUDIT-RECORD.
      *    ADD ONE AUDIT RECORD FOR THIS RUN TO THE AUDITLOG CLUSTER -
      *    WHO RAN IT, WITH WHAT RANGE, WHEN, AND WHETHER IT COMPLETED
      *    NORMALLY. THE LOG SURVIVES ACROSS SEPARATE JOB
      *    EXECUTIONS, SO IT IS OPENED I-O EACH TIME RATHER THAN ONCE
      *    PER JOB STEP LIKE REPORT-FILE. ONLY A CLUSTER THAT HAS
      *    NEVER BEEN LOADED (STATUS 35) IS OPENED FOR INITIAL LOAD -
      *    OPEN OUTPUT ON ANY OTHER FAILURE WOULD EMPTY THE HISTORY.
      *    THE KEY STAMP TAKEN HERE IS THE ONE 195-WRITE-STAT-RECORD
      *    GIVES THE RUN'S STATHIST RECORD.
           ACCEPT WS-HIST-TIME FROM TIME
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FZB044W AUDITLOG UNAVAILABLE (STATUS "
                   WS-AUDIT-STATUS ") - NO AUDIT RECORD FOR RUN "
                   WS-RUN-NUMBER
               MOVE "FZB044W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               PERFORM 191-BUILD-AUDIT-RECORD
               PERFORM 192-WRITE-AUDIT-KEYED
               CLOSE AUDIT-FILE
           END-IF.

       191-BUILD-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AUDIT-DATE
           MOVE WS-HIST-TIME TO AUDIT-TIME
           MOVE WS-AUDIT-JOBNAME TO AUDIT-JOBNAME
           MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER
           MOVE WS-AUDIT-USERID TO AUDIT-USERID
           MOVE WS-ACTIVE-RULESET TO AUDIT-RULESET
           MOVE WS-START-VALUE TO AUDIT-START-VALUE
           MOVE MYLIMIT TO AUDIT-MYLIMIT
      *    JOB-ABNORMAL IS TRUE ONCE THE STEP SEVERITY HAS REACHED
      *    8 (AN INPUT WAS DEFAULTED) OR WORSE - SEE THE
      *    WS-HIGHEST-SEVERITY COMMENT. THE SEVERITY ONLY EVER
           ELSE
               SET AUDIT-NORMAL TO TRUE
           END-IF
      *    THE BILLING FIELDS FOR FIZZBILL - A DETAIL RUN STORES ONE
      *    RESULTKS RECORD PER COUNTER WHEN THE CLUSTER IS OPEN
      *    (WS-TOTAL-COUNT INCLUDES THE COUNTERS A RESUMED RUN'S
      *    EARLIER EXECUTION STORED BEFORE IT ABENDED)
           MOVE WS-AUDIT-ACCTNO TO AUDIT-ACCTNO
           MOVE WS-RUN-MODE-IND TO AUDIT-MODE
           IF DETAIL-RUN AND KSDS-AVAILABLE
               MOVE WS-TOTAL-COUNT TO AUDIT-RECORDS-STORED
           ELSE
               MOVE 0 TO AUDIT-RECORDS-STORED
           END-IF.

       192-WRITE-AUDIT-KEYED.
      *    A KEY ALREADY ON FILE (STATUS 22 - THE SAME JOB AND RUN
      *    NUMBER STAMPED IN THE SAME HUNDREDTH OF A SECOND) MOVES THE
      *    STAMP ON A HUNDREDTH AND TRIES AGAIN, SO NO RUN GOES
      *    UNRECORDED. STATUS 02 IS A GOOD WRITE THAT ADDED ANOTHER
      *    RECORD UNDER AN EXISTING USERID OR RULE SET.
           MOVE 0 TO WS-HIST-RETRIES
           SET HIST-DAY-NOT-ENDED TO TRUE
           WRITE AUDIT-RECORD
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "22"
                   OR WS-HIST-RETRIES >= 99
                   OR HIST-DAY-ENDED
               PERFORM 193-ADVANCE-HIST-TIME
               IF HIST-DAY-NOT-ENDED
                   ADD 1 TO WS-HIST-RETRIES
                   MOVE WS-HIST-TIME TO AUDIT-TIME
                   WRITE AUDIT-RECORD
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "02"
               DISPLAY "FZB044W AUDITLOG WRITE FAILED (STATUS "
                   WS-AUDIT-STATUS ") - NO AUDIT RECORD FOR RUN "
                   WS-RUN-NUMBER
               MOVE "FZB044W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.

       193-ADVANCE-HIST-TIME.
      *    THE NEXT HUNDREDTH, CARRIED INTO THE SECONDS, MINUTES AND
      *    HOURS SO THE KEY ALWAYS HOLDS A REAL TIME OF DAY. THE LAST
      *    HUNDREDTH OF THE DAY HAS NO NEXT ONE ON THE SAME DATE, SO
      *    THE RETRIES END THERE RATHER THAN WRAP BACK TO MIDNIGHT.
           IF WS-HIST-TIME = "23595999"
               SET HIST-DAY-ENDED TO TRUE
           ELSE
               IF WS-HIST-CC < 99
                   ADD 1 TO WS-HIST-CC
               ELSE
                   MOVE 0 TO WS-HIST-CC
                   IF WS-HIST-SS < 59
                       ADD 1 TO WS-HIST-SS
                   ELSE
                       MOVE 0 TO WS-HIST-SS
                       IF WS-HIST-MM < 59
                           ADD 1 TO WS-HIST-MM
                       ELSE
                           MOVE 0 TO WS-HIST-MM
                           ADD 1 TO WS-HIST-HH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       195-WRITE-STAT-RECORD.
      *    PERSIST THE TRAILER TOTALS 800-PRINT-SUMMARY JUST PUT ON
      *    SYSOUT - SYSOUT AGES OFF THE OUTPUT QUEUE, AND THE
      *    WEEKLY DISTRIBUTION CHECKS NEED THESE NUMBERS LONG AFTER
      *    THAT. ONE RECORD PER RUN, ADDED ACROSS JOBS THE SAME WAY
      *    190-WRITE-AUDIT-RECORD ADDS TO AUDITLOG AND UNDER THE SAME
      *    KEY, WITH THE RULE LABELS IN FORCE CARRIED ALONG BECAUSE
      *    DIFFERENT RUNS CAN USE DIFFERENT RULE SETS. READ BY
      *    FIZZTRND.
           OPEN I-O STAT-FILE
           IF WS-STAT-STATUS = "35"
               OPEN OUTPUT STAT-FILE
           END-IF
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "FZB044W STATHIST UNAVAILABLE (STATUS "
                   WS-STAT-STATUS ") - NO STATISTICS RECORD FOR RUN "
                   WS-RUN-NUMBER
               MOVE "FZB044W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               PERFORM 196-BUILD-STAT-RECORD
               PERFORM 197-WRITE-STAT-KEYED
               CLOSE STAT-FILE
           END-IF.

       196-BUILD-STAT-RECORD.
           MOVE SPACES TO STAT-RECORD
           MOVE WS-RUN-DATE TO STAT-DATE
           MOVE WS-HIST-TIME TO STAT-TIME
           MOVE WS-AUDIT-JOBNAME TO STAT-JOBNAME
           MOVE WS-RUN-NUMBER TO STAT-RUN-NUMBER
           MOVE WS-AUDIT-USERID TO STAT-USERID
           MOVE WS-ACTIVE-RULESET TO STAT-RULESET
           MOVE WS-START-VALUE TO STAT-START-VALUE
           MOVE MYLIMIT TO STAT-MYLIMIT
           MOVE WS-TOTAL-COUNT TO STAT-TOTAL-COUNT
           MOVE WS-PLAIN-COUNT TO STAT-PLAIN-COUNT
           MOVE WS-MULTI-COUNT TO STAT-MULTI-COUNT
                   MOVE WS-RULE-ALONE-COUNT (RULE-IDX)
                       TO STAT-RULE-ALONE-COUNT (RULE-IDX)
               END-IF
           END-PERFORM.

       197-WRITE-STAT-KEYED.
      *    SAME DUPLICATE-KEY HANDLING AS 192-WRITE-AUDIT-KEYED. THE
      *    STAMP ONLY HAS TO MOVE HERE WHEN A STATHIST RECORD IS ON
      *    FILE WITHOUT ITS AUDITLOG TWIN, AND FIZZRCON REPORTS THAT.
           MOVE 0 TO WS-HIST-RETRIES
           SET HIST-DAY-NOT-ENDED TO TRUE
           WRITE STAT-RECORD
           PERFORM UNTIL WS-STAT-STATUS NOT = "22"
                   OR WS-HIST-RETRIES >= 99
                   OR HIST-DAY-ENDED
               PERFORM 193-ADVANCE-HIST-TIME
               IF HIST-DAY-NOT-ENDED
                   ADD 1 TO WS-HIST-RETRIES
                   MOVE WS-HIST-TIME TO STAT-TIME
                   WRITE STAT-RECORD
               END-IF
           END-PERFORM
           IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "02"
               DISPLAY "FZB044W STATHIST WRITE FAILED (STATUS "
                   WS-STAT-STATUS ") - NO STATISTICS RECORD FOR RUN "
                   WS-RUN-NUMBER
               MOVE "FZB044W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           END-IF.

       200-PROCESS-COUNTERS.
           MOVE SPACES TO RESULT
               MOVE " . . . " TO RPT-SEPARATOR
               MOVE RESULT TO RPT-RESULT
               WRITE RPT-RECORD
               ADD 1 TO WS-STEP-WRITTEN
               IF PRINT-AVAILABLE
                   PERFORM 710-PRINT-DETAIL-LINE
               END-IF
               WRITE RSLT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 215-JOURNAL-KSDS-WRITE
               END-WRITE
           END-IF

                   SET COUNTER-OVERFLOWED TO TRUE
           END-ADD.

       215-JOURNAL-KSDS-WRITE.
      *    ONE W RECORD PER KEY ADDED, WITH THE RECORD AS WRITTEN AS
      *    ITS AFTER IMAGE. A KEY THE JOURNAL COULD NOT RECORD IS
      *    TAKEN BACK OFF THE CLUSTER, SO THE TWO STILL AGREE.
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-WRITE TO TRUE
           MOVE RSLT-KEY TO JRNL-KEY
           MOVE RSLT-RECORD TO JRNL-AFTER-IMAGE
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-FAILED
               DELETE RESULT-KSDS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 217-STOP-KSDS-UPDATES
           END-IF.

       217-STOP-KSDS-UPDATES.
      *    THE JOURNAL CAN NO LONGER BE WRITTEN - STOP CHANGING THE
      *    CLUSTER FOR THE REST OF THE STEP. THE RUNS STILL COMPLETE
      *    TO RPTOUT, BUT RESULTKS IS SHORT AND THE STEP IS FATAL.
           DISPLAY "FZB041S RSLTJRNL WRITE FAILED (STATUS "
               WS-JRNL-STATUS ") - NO FURTHER RESULTKS UPDATES IN "
               "THIS STEP"
           MOVE "FZB041S" TO WS-NEW-MSGID
           MOVE 16 TO WS-NEW-SEVERITY
           PERFORM 910-NOTE-SEVERITY
           CLOSE RESULT-KSDS
           SET KSDS-NOT-AVAILABLE TO TRUE
           CLOSE JOURNAL-FILE
           SET JOURNAL-NOT-OPEN TO TRUE.

       300-COMPUTE-SUMMARY-TOTALS.
      *    THE CYCLE PATTERN REPEATS EVERY WS-CYCLE-LENGTH
      *    COUNTERS, SO THE RANGE'S TOTALS ARE THE WHOLE-CYCLE
           IF KSDS-AVAILABLE
               CLOSE RESULT-KSDS
           END-IF
           IF JOURNAL-OPEN
               CLOSE JOURNAL-FILE
           END-IF
      *    A DECK STOPPED BY A REFUSED RUN KEEPS ITS RUNSTAT RECORDS,
      *    AS AN ABENDED ONE DOES, SO THE SAME DECK RESUBMITTED ONCE
      *    THE GRANT IS IN PLACE SKIPS THE RUNS ALREADY COMPLETED
           IF RUN-NOT-REFUSED
               OPEN OUTPUT RUNSTAT-FILE
               CLOSE RUNSTAT-FILE
           END-IF

      *    RELEASE THE OWNERSHIP LOCK LAST, AFTER EVERY SHARED
      *    DATASET IS CLOSED
           IF LOCK-TAKEN
               PERFORM 905-RELEASE-LOCK
           END-IF.

       901-OPEN-LOCK-FILE.
      *    OPEN LOCKDS FOR KEYED UPDATE. A CLUSTER THAT HAS NEVER
      *    HELD A RECORD (STATUS 35) IS OPENED OUTPUT INSTEAD AND
      *    902-WRITE-LOCK-RECORD REOPENS IT I-O AFTER THE FIRST WRITE.
           SET LOCK-UPDATE-MODE TO TRUE
           OPEN I-O LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               SET LOCK-LOAD-MODE TO TRUE
               OPEN OUTPUT LOCK-FILE
           END-IF
           IF WS-LOCK-STATUS = "00"
               SET LOCK-FILE-OPEN TO TRUE
           ELSE
               SET LOCK-FILE-NOT-OPEN TO TRUE
           END-IF.

       902-WRITE-LOCK-RECORD.
      *    WRITE LOCK-RECORD AND LEAVE THE OUTCOME IN
      *    WS-LOCK-WRITE-STATUS - "22" IS THE KEY ALREADY HELD
           WRITE LOCK-RECORD
           MOVE WS-LOCK-STATUS TO WS-LOCK-WRITE-STATUS
           IF LOCK-LOAD-MODE AND WS-LOCK-WRITE-STATUS = "00"
               CLOSE LOCK-FILE
               SET LOCK-UPDATE-MODE TO TRUE
               OPEN I-O LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   SET LOCK-FILE-NOT-OPEN TO TRUE
                   MOVE WS-LOCK-STATUS TO WS-LOCK-WRITE-STATUS
               END-IF
           END-IF.

       903-BUILD-LOCK-RECORD.
      *    THIS EXECUTION'S HELD RECORD UNDER WS-LOCK-THIS-KEY
           MOVE SPACES TO LOCK-RECORD
           MOVE WS-LOCK-THIS-KEY TO LOCK-KEY
           MOVE "HELD" TO LOCK-STATUS
           MOVE WS-AUDIT-JOBNAME TO LOCK-JOBNAME
           MOVE WS-AUDIT-USERID TO LOCK-USERID
           ACCEPT LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT LOCK-TIME FROM TIME
           MOVE WS-PART-RUN-ID TO LOCK-OWNER-RUN-ID
           MOVE WS-PART-RUN-NUM TO LOCK-OWNER-RUN-NUMBER.

       904-WRITE-MEMBER-LOCK.
      *    REGISTER THIS PARTITION. ITS KEY ALREADY THERE CAN ONLY
      *    BE ITS OWN RECORD LEFT BY AN ABEND - TAKEN OVER FOR THE
      *    RESTART
           MOVE WS-LOCK-MEMBER-KEY TO WS-LOCK-THIS-KEY
           PERFORM 903-BUILD-LOCK-RECORD
           PERFORM 902-WRITE-LOCK-RECORD
           IF WS-LOCK-WRITE-STATUS = "22"
               READ LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "FZB028I STALE LOCK FROM THIS "
                           "PARTITION'S PRIOR EXECUTION (" LOCK-DATE
                           " " LOCK-TIME ") - TAKEN OVER FOR RESTART"
                       PERFORM 903-BUILD-LOCK-RECORD
                       REWRITE LOCK-RECORD
               END-READ
               MOVE WS-LOCK-STATUS TO WS-LOCK-WRITE-STATUS
           END-IF
           IF WS-LOCK-WRITE-STATUS = "00"
               SET LOCK-MEMBER-WRITTEN TO TRUE
           ELSE
               PERFORM 909-LOCK-UPDATE-FAILED
           END-IF.

       905-RELEASE-LOCK.
      *    RELEASE THE OWNERSHIP LOCK BY KEYED DELETE OF THIS
      *    EXECUTION'S RECORDS (906-DROP-LOCK-RECORDS)
           PERFORM 901-OPEN-LOCK-FILE
           IF LOCK-FILE-OPEN
               PERFORM 906-DROP-LOCK-RECORDS
               CLOSE LOCK-FILE
               SET LOCK-FILE-NOT-OPEN TO TRUE
           END-IF.

       906-DROP-LOCK-RECORDS.
      *    A PARTITION DELETES ITS MEMBER RECORD, THEN LOOKS FOR ANY
      *    OTHER PARTITION OF ITS LOGICAL RUN STILL REGISTERED; THE
      *    LAST ONE OUT ALSO DELETES THE OWNER RECORD. AN
      *    UNPARTITIONED EXECUTION DELETES THE OWNER RECORD. EITHER
      *    WAY THE OWNER RECORD GOES ONLY WHILE IT IS STILL THIS
      *    EXECUTION'S - ONE TAKEN OVER BY THE OPERATOR OVERRIDE
      *    BELONGS TO ITS NEW HOLDER.
           SET LOCK-NO-SIBLINGS TO TRUE
           IF PARTITIONED-RUN
               MOVE WS-LOCK-MEMBER-KEY TO LOCK-KEY
               DELETE LOCK-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-LOCK-MEMBER-KEY TO LOCK-KEY
               MOVE 0 TO LOCK-PART-NUMBER
               START LOCK-FILE KEY IS NOT LESS THAN LOCK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ LOCK-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LOCK-PART-RUN-ID = WS-PART-RUN-ID
                                   AND LOCK-PART-RUN-NUMBER
                                       = WS-PART-RUN-NUM
                                   SET LOCK-SIBLINGS-RUNNING TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF
           IF LOCK-NO-SIBLINGS
               MOVE WS-LOCK-OWNER-KEY TO LOCK-KEY
               READ LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOCK-OWNER-RUN-ID = WS-PART-RUN-ID
                           AND LOCK-OWNER-RUN-NUMBER = WS-PART-RUN-NUM
                           AND (PARTITIONED-RUN
                               OR (LOCK-JOBNAME = WS-AUDIT-JOBNAME
                               AND LOCK-USERID = WS-AUDIT-USERID))
                           DELETE LOCK-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       907-TAKE-OWNER-LOCK.
      *    THE TEST-AND-SET ITSELF. A DUPLICATE KEY MEANS THE OWNER
      *    RECORD IS ALREADY HELD: READ IT AND LET
      *    108-CHECK-HELD-LOCK DECIDE. ONE GONE AGAIN BY THE TIME IT
      *    IS READ WAS JUST RELEASED BY ITS HOLDER, SO THE WRITE IS
      *    TRIED AGAIN.
           MOVE 0 TO WS-LOCK-TRIES
           SET LOCK-OWNER-NOT-SETTLED TO TRUE
           MOVE WS-LOCK-OWNER-KEY TO WS-LOCK-THIS-KEY
           PERFORM UNTIL LOCK-OWNER-SETTLED OR LOCK-REFUSED
               ADD 1 TO WS-LOCK-TRIES
               PERFORM 903-BUILD-LOCK-RECORD
               PERFORM 902-WRITE-LOCK-RECORD
               EVALUATE TRUE
                   WHEN WS-LOCK-WRITE-STATUS = "00"
                       SET LOCK-OWNER-WRITTEN TO TRUE
                       SET LOCK-OWNER-SETTLED TO TRUE
                   WHEN WS-LOCK-WRITE-STATUS = "22"
                       READ LOCK-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       EVALUATE TRUE
                           WHEN WS-LOCK-STATUS = "00"
                               SET LOCK-OWNER-SETTLED TO TRUE
                               PERFORM 108-CHECK-HELD-LOCK
                               IF LOCK-ACTION-TAKE-OVER
                                   PERFORM 903-BUILD-LOCK-RECORD
                                   REWRITE LOCK-RECORD
                                   MOVE WS-LOCK-STATUS
                                       TO WS-LOCK-WRITE-STATUS
                                   IF WS-LOCK-WRITE-STATUS = "00"
                                       SET LOCK-OWNER-WRITTEN TO TRUE
                                   ELSE
                                       PERFORM 909-LOCK-UPDATE-FAILED
                                   END-IF
                               END-IF
                           WHEN WS-LOCK-STATUS = "23"
                               AND WS-LOCK-TRIES < 5
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-LOCK-STATUS
                                   TO WS-LOCK-WRITE-STATUS
                               PERFORM 909-LOCK-UPDATE-FAILED
                       END-EVALUATE
                   WHEN OTHER
                       PERFORM 909-LOCK-UPDATE-FAILED
               END-EVALUATE
           END-PERFORM.

       908-CHECK-OTHER-MEMBERS.
      *    A MEMBER RECORD OF ANY OTHER LOGICAL RUN - OR ANY MEMBER
      *    RECORD AT ALL, FOR AN UNPARTITIONED EXECUTION - MEANS A
      *    PARTITION OF THAT RUN IS STILL GOING EVEN IF ITS OWNER
      *    RECORD WAS ALREADY RELEASED OR TAKEN OVER, SO EACH ONE IS
      *    CHECKED LIKE A HELD OWNER RECORD. ONE TAKEN OVER UNDER
      *    THE OPERATOR OVERRIDE IS DELETED.
           SET LOCK-NOT-EOF TO TRUE
           MOVE WS-LOCK-OWNER-KEY TO LOCK-KEY
           START LOCK-FILE KEY IS GREATER THAN LOCK-KEY
               INVALID KEY
                   SET LOCK-EOF TO TRUE
           END-START
           PERFORM UNTIL LOCK-EOF OR LOCK-REFUSED
               READ LOCK-FILE NEXT RECORD
                   AT END
                       SET LOCK-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN LOCK-EOF
                       CONTINUE
                   WHEN WS-LOCK-STATUS NOT = "00"
                       MOVE WS-LOCK-STATUS TO WS-LOCK-WRITE-STATUS
                       PERFORM 909-LOCK-UPDATE-FAILED
                   WHEN LOCK-KEY = WS-LOCK-MEMBER-KEY
                       CONTINUE
                   WHEN OTHER
                       PERFORM 108-CHECK-HELD-LOCK
                       IF LOCK-ACTION-TAKE-OVER
                           DELETE LOCK-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       909-LOCK-UPDATE-FAILED.
      *    A LOCK THAT CANNOT BE WRITTEN CANNOT SERIALIZE ANYTHING -
      *    REFUSE TO RUN RATHER THAN RUN UNPROTECTED AGAINST A
      *    SECOND SUBMISSION
           DISPLAY "FZB030S LOCKDS COULD NOT BE WRITTEN (STATUS "
               WS-LOCK-WRITE-STATUS ") - EXECUTION REFUSED"
           SET LOCK-REFUSED TO TRUE
           MOVE "FZB030S" TO WS-NEW-MSGID
           MOVE 16 TO WS-NEW-SEVERITY
           PERFORM 910-NOTE-SEVERITY.

       910-NOTE-SEVERITY.
      *    THE STEP RETURN CODE IS THE HIGHEST SEVERITY ANY MESSAGE
      *    RAISED - A LATER, MILDER PROBLEM MUST NEVER LOWER IT
           IF WS-NEW-SEVERITY > WS-HIGHEST-SEVERITY
               OR WS-STEP-HIGH-MSGID = SPACES
               MOVE WS-NEW-MSGID TO WS-STEP-HIGH-MSGID
           END-IF
           IF WS-NEW-SEVERITY > WS-HIGHEST-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-HIGHEST-SEVERITY
           END-IF.

       920-OPEN-JOURNAL.
      *    LEARN THE LAST SEQUENCE NUMBER ON THE JOURNAL, THEN OPEN
      *    IT TO APPEND - THIS STEP'S RECORDS CARRY ON FROM WHOEVER
      *    WROTE LAST. NO JOURNAL YET (STATUS 35) STARTS AT 1. THE
      *    DD IS HELD EXCLUSIVELY (DISP=MOD) UNTIL THE STEP ENDS, SO
      *    NO OTHER WRITER CAN TAKE A NUMBER IN BETWEEN. A PARTITION
      *    HAS A JOURNAL OF ITS OWN (RSLTJRNL.PNN) AND NUMBERS IT ON
      *    ITS OWN; FIZZCONS MERGES IT INTO RSLTJRNL AND RENUMBERS. A
      *    JOURNAL THAT CANNOT BE READ THROUGH OR REOPENED LEAVES
      *    JOURNAL-NOT-OPEN AND THE FAILING STATUS IN WS-JRNL-STATUS
      *    FOR THE CALLER TO REPORT.
           MOVE 0 TO WS-JRNL-SEQUENCE
           MOVE SPACES TO WS-JRNL-FAIL-STATUS
           SET JOURNAL-NOT-OPEN TO TRUE
           SET JOURNAL-WRITE-OK TO TRUE
           SET JRNL-NOT-EOF TO TRUE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL JRNL-EOF
                   READ JOURNAL-FILE
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           MOVE JRNL-SEQUENCE TO WS-JRNL-SEQUENCE
                   END-READ
                   IF WS-JRNL-STATUS NOT = "00"
                       AND WS-JRNL-STATUS NOT = "10"
                       MOVE WS-JRNL-STATUS TO WS-JRNL-FAIL-STATUS
                       SET JRNL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JRNL-STATUS NOT = "35"
                   MOVE WS-JRNL-STATUS TO WS-JRNL-FAIL-STATUS
               END-IF
           END-IF
           IF WS-JRNL-FAIL-STATUS = SPACES
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JRNL-STATUS = "00"
                   SET JOURNAL-OPEN TO TRUE
               END-IF
           ELSE
               MOVE WS-JRNL-FAIL-STATUS TO WS-JRNL-STATUS
           END-IF.

       930-WRITE-JOURNAL.
      *    THE CALLER HAS MOVED SPACES TO JRNL-RECORD AND SET THE
      *    ACTION, KEY AND IMAGES - STAMP THE SEQUENCE, THE TIME
      *    AND THE STEP IDENTITY AND APPEND IT
           ADD 1 TO WS-JRNL-SEQUENCE
           MOVE WS-JRNL-SEQUENCE TO JRNL-SEQUENCE
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-STEP-PROGRAM TO JRNL-PROGRAM
           MOVE WS-STEP-JOBNAME TO JRNL-JOBNAME
           MOVE WS-STEP-USERID TO JRNL-USERID
           MOVE WS-STEP-START-DATE TO JRNL-STEP-DATE
           MOVE WS-STEP-START-TIME TO JRNL-STEP-TIME
           WRITE JRNL-RECORD
           IF WS-JRNL-STATUS = "00"
               ADD 1 TO WS-JRNL-WRITTEN
           ELSE
               SET JOURNAL-WRITE-FAILED TO TRUE
           END-IF.

       940-CHECK-AUTHORITY.
      *    LOOK FOR A GRANT OF WS-AUTH-FUNCTION / WS-AUTH-OBJECT TO
      *    THE STEP'S USER, TO EVERY USER ("*"), THEN TO EACH GROUP
      *    THE USER IS A MEMBER OF (AUTHREC.CPY). A REFUSAL IS
      *    LOGGED TO SECVIOL AND LEAVES THE STANDARD MESSAGE IN
      *    WS-AUTH-MESSAGE FOR THE CALLER TO ISSUE. NO AUTHFILE
      *    REFUSES EVERYTHING - SEE AUTHSTEP.CPY
           SET AUTH-REFUSED TO TRUE
           SET AUTH-FILE-UNAVAILABLE TO TRUE
           MOVE SPACES TO WS-AUTH-GRANTED-TO
           MOVE SPACES TO WS-AUTH-MESSAGE
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = "00"
               SET AUTH-FILE-AVAILABLE TO TRUE
               MOVE WS-STEP-USERID TO WS-AUTH-SUBJECT
               PERFORM 945-READ-GRANT
               IF AUTH-REFUSED
                   MOVE "*" TO WS-AUTH-SUBJECT
                   PERFORM 945-READ-GRANT
               END-IF
               IF AUTH-REFUSED
                   PERFORM 946-LOAD-USER-GROUPS
                   PERFORM VARYING AUTH-GRP-IDX FROM 1 BY 1
                           UNTIL AUTH-GRP-IDX > WS-AUTH-GROUP-COUNT
                              OR AUTH-GRANTED
                       MOVE WS-AUTH-GROUP (AUTH-GRP-IDX)
                           TO WS-AUTH-SUBJECT
                       PERFORM 945-READ-GRANT
                   END-PERFORM
               END-IF
               CLOSE AUTH-FILE
           ELSE
               DISPLAY "AUTHFILE COULD NOT BE OPENED (STATUS "
                   WS-AUTH-STATUS ") - NO AUTHORITY CAN BE CONFIRMED"
           END-IF
           IF AUTH-GRANTED
               DISPLAY "USER " WS-STEP-USERID " AUTHORIZED FOR "
                   WS-AUTH-FUNCTION " " WS-AUTH-OBJECT
                   " BY THE GRANT TO " WS-AUTH-GRANTED-TO
           ELSE
               IF WS-AUTH-OBJECT = SPACES
                   STRING "SECURITY VIOLATION - USER "
                               DELIMITED BY SIZE
                          WS-STEP-USERID DELIMITED BY SPACE
                          " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                          WS-AUTH-FUNCTION DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " REFUSED (RC=16)" DELIMITED BY SIZE
                       INTO WS-AUTH-MESSAGE
                   END-STRING
               ELSE
                   STRING "SECURITY VIOLATION - USER "
                               DELIMITED BY SIZE
                          WS-STEP-USERID DELIMITED BY SPACE
                          " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                          WS-AUTH-FUNCTION DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-AUTH-OBJECT DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " REFUSED (RC=16)" DELIMITED BY SIZE
                       INTO WS-AUTH-MESSAGE
                   END-STRING
               END-IF
               PERFORM 950-LOG-VIOLATION
           END-IF.

       945-READ-GRANT.
      *    ONE KEYED LOOK-UP FOR WS-AUTH-SUBJECT. A NAMED OBJECT IS
      *    ALSO COVERED BY A GRANT OF "*" (ANY OBJECT)
           MOVE WS-AUTH-SUBJECT TO AUTH-SUBJECT
           MOVE WS-AUTH-FUNCTION TO AUTH-FUNCTION
           MOVE WS-AUTH-OBJECT TO AUTH-OBJECT
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-GRANTED TO TRUE
           END-READ
           IF AUTH-REFUSED AND WS-AUTH-OBJECT NOT = SPACES
               MOVE WS-AUTH-SUBJECT TO AUTH-SUBJECT
               MOVE WS-AUTH-FUNCTION TO AUTH-FUNCTION
               MOVE "*" TO AUTH-OBJECT
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AUTH-GRANTED TO TRUE
               END-READ
           END-IF
           IF AUTH-GRANTED
               MOVE WS-AUTH-SUBJECT TO WS-AUTH-GRANTED-TO
           END-IF.

       946-LOAD-USER-GROUPS.
      *    THE USER'S MEMBER ENTRIES ARE ADJACENT ON THE KEY - START
      *    AT THE FIRST AND READ ON UNTIL THE USER OR FUNCTION CHANGES
           MOVE 0 TO WS-AUTH-GROUP-COUNT
           MOVE WS-STEP-USERID TO AUTH-SUBJECT
           MOVE "MEMBER" TO AUTH-FUNCTION
           MOVE LOW-VALUES TO AUTH-OBJECT
           SET AUTH-NOT-EOF TO TRUE
           START AUTH-FILE KEY IS NOT LESS THAN AUTH-KEY
               INVALID KEY
                   SET AUTH-EOF TO TRUE
           END-START
           PERFORM UNTIL AUTH-EOF
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET AUTH-EOF TO TRUE
               END-READ
               IF NOT AUTH-EOF
                   IF WS-AUTH-STATUS NOT = "00"
                       OR AUTH-SUBJECT NOT = WS-STEP-USERID
                       OR NOT AUTH-FN-MEMBER
                       SET AUTH-EOF TO TRUE
                   ELSE
                       IF WS-AUTH-GROUP-COUNT < 20
                           ADD 1 TO WS-AUTH-GROUP-COUNT
                           MOVE AUTH-OBJECT
                               TO WS-AUTH-GROUP (WS-AUTH-GROUP-COUNT)
                       ELSE
                           DISPLAY "USER " WS-STEP-USERID " IS IN "
                               "MORE THAN 20 GROUPS - GROUP "
                               AUTH-OBJECT " NOT CHECKED"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       950-LOG-VIOLATION.
      *    APPEND THE REFUSAL TO SECVIOL FOR THE FIZZSECR AUDIT
      *    REPORT. THE WORK IS REFUSED WHETHER OR NOT THE RECORD CAN
      *    BE WRITTEN
           MOVE SPACES TO SECV-RECORD
           ACCEPT SECV-DATE FROM DATE YYYYMMDD
           ACCEPT SECV-TIME FROM TIME
           MOVE WS-STEP-PROGRAM TO SECV-PROGRAM
           MOVE WS-STEP-JOBNAME TO SECV-JOBNAME
           MOVE WS-STEP-USERID TO SECV-USERID
           MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION
           MOVE WS-AUTH-OBJECT TO SECV-OBJECT
           IF AUTH-FILE-AVAILABLE
               SET SECV-NOT-AUTHORIZED TO TRUE
           ELSE
               SET SECV-AUTH-UNAVAILABLE TO TRUE
           END-IF
           OPEN EXTEND SECVIOL-FILE
           IF WS-SECV-STATUS NOT = "00"
               OPEN OUTPUT SECVIOL-FILE
           END-IF
           IF WS-SECV-STATUS NOT = "00"
               DISPLAY "SECVIOL COULD NOT BE OPENED (STATUS "
                   WS-SECV-STATUS ") - THIS VIOLATION WAS NOT LOGGED"
           ELSE
               WRITE SECV-RECORD
               IF WS-SECV-STATUS NOT = "00"
                   DISPLAY "SECVIOL WRITE FAILED (STATUS "
                       WS-SECV-STATUS ") - THIS VIOLATION WAS NOT "
                       "LOGGED"
               END-IF
               CLOSE SECVIOL-FILE
           END-IF.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZBUZZ" TO WS-STEP-PROGRAM
           MOVE "FIZZBUZZ" TO WS-STEP-JOBNAME
           MOVE "JOBNAME" TO WS-STEP-ENV-NAME
           MOVE SPACES TO WS-STEP-ENV-VALUE
           DISPLAY WS-STEP-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-STEP-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-STEP-ENV-VALUE NOT = SPACES
               MOVE WS-STEP-ENV-VALUE TO WS-STEP-JOBNAME
           END-IF
           MOVE "USER" TO WS-STEP-ENV-NAME
           MOVE SPACES TO WS-STEP-ENV-VALUE
           DISPLAY WS-STEP-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-STEP-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-STEP-ENV-VALUE NOT = SPACES
               MOVE WS-STEP-ENV-VALUE TO WS-STEP-USERID
           END-IF
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME.

       990-WRITE-STEP-LOG.
      *    APPEND THIS STEP'S RECORD TO THE SHARED JOBLOG FOR THE
      *    FIZZOPS OPERATIONS REPORT - THE RETURN CODE THE STEP IS
      *    ABOUT TO END WITH, THE ID OF ITS MOST SEVERE MESSAGE, THE
      *    PARMIN CARDS READ AND THE RPTOUT DETAIL RECORDS WRITTEN.
      *    ONLY THE RECORD IS LOST IF JOBLOG CANNOT BE OPENED - THE
      *    RUNS THEMSELVES ARE DONE - SO THAT IS A WARNING.
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "FZB039W JOBLOG COULD NOT BE OPENED (STATUS "
                   WS-JOBLOG-STATUS ") - NO STEP RECORD WRITTEN"
               MOVE "FZB039W" TO WS-NEW-MSGID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 910-NOTE-SEVERITY
           ELSE
               MOVE SPACES TO JOBLOG-RECORD
               MOVE WS-STEP-PROGRAM TO JLOG-PROGRAM
               MOVE WS-STEP-JOBNAME TO JLOG-JOBNAME
               MOVE WS-STEP-USERID TO JLOG-USERID
               MOVE WS-STEP-START-DATE TO JLOG-START-DATE
               MOVE WS-STEP-START-TIME TO JLOG-START-TIME
               ACCEPT JLOG-END-DATE FROM DATE YYYYMMDD
               ACCEPT JLOG-END-TIME FROM TIME
               MOVE WS-HIGHEST-SEVERITY TO JLOG-RETURN-CODE
               MOVE WS-STEP-HIGH-MSGID TO JLOG-HIGH-MSGID
               MOVE WS-STEP-READ TO JLOG-RECORDS-READ
               MOVE WS-STEP-WRITTEN TO JLOG-RECORDS-WRITTEN
               WRITE JOBLOG-RECORD
               CLOSE JOBLOG-FILE
           END-IF.
