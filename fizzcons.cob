      *    FIZZCONS - CONSOLIDATION STEP FOR A PARTITIONED FIZZBUZZ
      *    RUN. A LARGE RANGE CAN BE SPLIT INTO SLICES RUN BY
      *    SEVERAL FIZZBUZZ JOBS AT ONCE UNDER ONE LOGICAL RUN (SEE
      *    PARTCARD.CPY): EACH PARTITION WRITES ITS SLICE'S RESULTKS
      *    KEYS, ITS OWN RPTOUT AND CHECKPOINT, AND A PARTSTAT
      *    RECORD (PARTSTAT.CPY) - BUT NO PRINT REPORT, AUDIT RECORD
      *    OR STATISTICS RECORD, WHICH WOULD COUNT THE ONE RUN
      *    SEVERAL TIMES OVER. THIS PROGRAM RUNS AFTER THE LAST
      *    PARTITION ENDS AND PRODUCES THOSE ONCE FOR THE WHOLE RUN:
      *    ONE RPTOUT SECTION UNDER ONE RUN HEADER, THE PRTOUT PRINT
      *    REPORT WITH ONE SET OF TRAILER TOTALS, ONE AUDITLOG RECORD
      *    AND ONE STATHIST RECORD.
      *    NOTHING IS CONSOLIDATED SHORT. EVERY PARTITION 1 THRU N
      *    MUST HAVE EXACTLY ONE COMPLETE PARTSTAT RECORD, ALL MUST
      *    AGREE ON THE RANGE, RULE SET AND MODE, THE SLICES MUST
      *    TILE THE RANGE AND THEIR TOTALS ADD UP TO IT, AND (FOR A
      *    DETAIL RUN) THE PARTITION REPORTS ON PARTRPT MUST CARRY
      *    EVERY COUNTER IN SEQUENCE - ALL PROVED ON A FIRST PASS
      *    BEFORE ANY OUTPUT IS WRITTEN. IF ANY OF IT FAILS THE RUN
      *    GETS ONLY AN INCOMPLT AUDIT RECORD AND RC=16; RERUN THE
      *    FAILED PARTITION (IT RESUMES FROM ITS CHECKPOINT) AND THEN
      *    THIS STEP.
      *    LINES A RESTARTED PARTITION REPEATED ON ITS RPTOUT (THE
      *    COUNTERS BETWEEN ITS LAST CHECKPOINT AND THE ABEND) ARE
      *    DROPPED, SO THE CONSOLIDATED SECTION CARRIES EACH COUNTER
      *    ONCE.
      *    EACH PARTITION ALSO JOURNALS ITS RESULTKS CHANGES TO ITS
      *    OWN RSLTJRNL.PNN, NUMBERED ON ITS OWN, SO THE PARTITIONS
      *    NEVER QUEUE ON ONE JOURNAL. WHETHER OR NOT THE RUN COULD BE
      *    CONSOLIDATED (THE KEYS ARE ON THE CLUSTER EITHER WAY) THIS
      *    STEP THEN MERGES THOSE JOURNALS, CONCATENATED ON PARTJRNL,
      *    INTO RSLTJRNL IN DATE/TIME ORDER AND NUMBERS THE WHOLE
      *    JOURNAL AFRESH, SO FIZZRCVR SEES ONE UNBROKEN SEQUENCE.
      *    A RECORD ALREADY MERGED BY AN EARLIER RUN OF THIS STEP IS
      *    RECOGNISED BY ITS ORIGIN SEQUENCE AND NOT MERGED AGAIN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CTL-STATUS.

           SELECT PSTAT-FILE ASSIGN TO "PARTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTAT-STATUS.

           SELECT PART-REPORT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PART-JOURNAL-FILE ASSIGN TO "PARTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRNL-STATUS.

           SELECT JRNL-WORK-FILE ASSIGN TO "JRNLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWORK-STATUS.

           SELECT JRNL-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PART-CTL-FILE
           LABEL RECORDS STANDARD.
           COPY PARTCARD.

       FD  PSTAT-FILE
           LABEL RECORDS STANDARD.
           COPY PARTSTAT.

      *    THE PARTITIONS' RPTOUT DATASETS, CONCATENATED IN
      *    PARTITION ORDER - SAME LAYOUT AS RPTREC.CPY, WITH THE
      *    COUNTER AS X SO RUN HEADER LINES ("=====") CAN BE TOLD
      *    FROM DETAIL LINES THE WAY FIZZCOMP DOES
       FD  PART-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  PRPT-RECORD.
           05  PRPT-COUNTER        PIC X(5).
           05  PRPT-SEPARATOR      PIC X(7).
           05  PRPT-RESULT         PIC X(160).

       FD  REPORT-FILE
           LABEL RECORDS STANDARD.
           COPY RPTREC.

       FD  PRINT-FILE
           LABEL RECORDS STANDARD.
           COPY PRTREC.

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
           COPY AUDITREC.

       FD  STAT-FILE
           LABEL RECORDS STANDARD.
           COPY STATREC.

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY JRNLREC.

      *    THE PARTITIONS' RSLTJRNL.PNN DATASETS, CONCATENATED - THE
      *    JRNLREC.CPY LAYOUT, READ INTO JRNL-RECORD
       FD  PART-JOURNAL-FILE
           LABEL RECORDS STANDARD.
       01  PJRNL-RECORD            PIC X(440).

      *    THE MERGED JOURNAL, BUILT HERE IN FULL BEFORE IT IS COPIED
      *    OVER RSLTJRNL - RSLTJRNL IS NOT TOUCHED UNTIL THE MERGE
      *    HAS SUCCEEDED
       FD  JRNL-WORK-FILE
           LABEL RECORDS STANDARD.
       01  JWORK-RECORD            PIC X(440).

      *    ONE JOURNAL RECORD WITH ITS SORT KEY - WHEN THE CHANGE WAS
      *    MADE, THEN THE STEP THAT MADE IT AND ITS SEQUENCE ON THE
      *    PARTITION JOURNAL, SO ONE STEP'S CHANGES KEEP THEIR ORDER
      *    AND A RECORD ALREADY MERGED (SOURCE M) LANDS JUST AHEAD OF
      *    ITS PARTITION COPY (SOURCE P)
       SD  JRNL-SORT-FILE.
       01  SRT-RECORD.
           05  SRT-DATE            PIC 9(8).
           05  SRT-TIME            PIC 9(8).
           05  SRT-JOBNAME         PIC X(8).
           05  SRT-STEP-DATE       PIC 9(8).
           05  SRT-STEP-TIME       PIC 9(8).
           05  SRT-ORIGIN-SEQUENCE PIC 9(9).
           05  SRT-SOURCE          PIC X.
               88  SRT-FROM-MASTER       VALUE "M".
               88  SRT-FROM-PARTITION    VALUE "P".
           05  SRT-SEQUENCE        PIC 9(9).
           05  SRT-JOURNAL-RECORD  PIC X(440).

       WORKING-STORAGE SECTION.
       01 WS-PART-CTL-STATUS PIC XX VALUE SPACES.
       01 WS-PSTAT-STATUS   PIC XX VALUE SPACES.
       01 WS-PRPT-STATUS    PIC XX VALUE SPACES.
       01 WS-RPT-STATUS     PIC XX VALUE SPACES.
       01 WS-PRT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
       01 WS-JRNL-STATUS    PIC XX VALUE SPACES.
       01 WS-PJRNL-STATUS   PIC XX VALUE SPACES.
       01 WS-JWORK-STATUS   PIC XX VALUE SPACES.
       01 WS-PSTAT-EOF      PIC X VALUE "N".
           88 PSTAT-EOF               VALUE "Y".
           88 PSTAT-NOT-EOF           VALUE "N".
       01 WS-PRPT-EOF       PIC X VALUE "N".
           88 PRPT-EOF                VALUE "Y".
           88 PRPT-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 CONS-FATAL              VALUE "Y".
           88 CONS-NOT-FATAL          VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 CONS-WARNING            VALUE "Y".
           88 CONS-NO-WARNING         VALUE "N".
      *    SET BY ANY FINDING THAT STOPS THE RUN BEING CONSOLIDATED
      *    - A PARTITION MISSING, UNFINISHED OR OUT OF STEP WITH THE
      *    OTHERS, OR A PARTITION REPORT SHORT OF COUNTERS
       01 WS-INCOMPLETE-IND PIC X VALUE "N".
           88 RUN-INCOMPLETE          VALUE "Y".
           88 RUN-CONSOLIDATABLE      VALUE "N".

      *    WHICH OF THE TWO PARTRPT PASSES IS RUNNING - PASS 1
      *    PROVES THE COUNTER SEQUENCE, PASS 2 WRITES THE OUTPUT
       01 WS-PASS-IND       PIC X VALUE "1".
           88 PROVE-PASS              VALUE "1".
           88 WRITE-PASS              VALUE "2".

      *    IDENTITY FOR THE AUDIT AND STATISTICS RECORDS - THE
      *    LOGICAL RUN ID STANDS IN FOR THE JOBNAME, SINCE THE RUN
      *    SPANS SEVERAL JOBS; THE USERID IS WHOEVER CONSOLIDATED IT
      *    (SEE 112-CAPTURE-AUDIT-IDENTITY IN FIZZBUZZ). THE RUN IS
      *    BILLED TO THE ACCOUNTING CODE THE PARTITION JOBS CARRIED,
      *    AND THE RESULTKS RECORDS STORED ARE THE SLICES THAT WERE
      *    (SEE PARTSTAT.CPY) - THE CONSOLIDATION ITSELF STORES NONE
       01 WS-AUDIT-USERID   PIC X(8) VALUE "UNKNOWN".
       01 WS-AUDIT-ACCTNO   PIC X(8) VALUE SPACES.
       01 WS-RECORDS-STORED PIC 9(7) VALUE 0.
       01 WS-ENV-NAME       PIC X(20) VALUE SPACES.
       01 WS-ENV-VALUE      PIC X(20) VALUE SPACES.

      *    THE LOGICAL RUN BEING CONSOLIDATED, FROM THE PARTCTL CARD
       01 WS-RUN-ID         PIC X(8) VALUE SPACES.
       01 WS-RUN-NUMBER     PIC 9(3) VALUE 0.
       01 WS-PART-COUNT     PIC 9(2) VALUE 0.
       01 WS-RUN-DATE       PIC 9(8) VALUE 0.
      *    THE TIME HALF OF THE KEY THE AUDIT AND STATISTICS RECORDS
      *    SHARE (SEE AUDITREC.CPY), WITH WS-RUN-DATE AS THE DATE HALF
       01 WS-HIST-TIME.
           05 WS-HIST-HH     PIC 99 VALUE 0.
           05 WS-HIST-MM     PIC 99 VALUE 0.
           05 WS-HIST-SS     PIC 99 VALUE 0.
           05 WS-HIST-CC     PIC 99 VALUE 0.
       01 WS-HIST-RETRIES   PIC 99 VALUE 0.
       01 WS-HIST-DAY-IND   PIC X VALUE "N".
           88 HIST-DAY-ENDED          VALUE "Y".
           88 HIST-DAY-NOT-ENDED      VALUE "N".

      *    THE RUN AS THE FIRST COMPLETE PARTSTAT RECORD DESCRIBES
      *    IT - EVERY OTHER PARTITION MUST AGREE
       01 WS-REF-IND        PIC X VALUE "N".
           88 REFERENCE-SET           VALUE "Y".
           88 REFERENCE-NOT-SET       VALUE "N".
       01 WS-LOGICAL-START  PIC 9(5) VALUE 0.
       01 WS-LOGICAL-LIMIT  PIC 9(5) VALUE 0.
       01 WS-ACTIVE-RULESET PIC X(8) VALUE SPACES.
       01 WS-RUN-MODE-IND   PIC X VALUE "D".
           88 SUMMARY-ONLY-RUN        VALUE "S".
           88 DETAIL-RUN              VALUE "D".
       01 WS-LABEL-IND      PIC X VALUE "N".
           88 LABELS-DIFFER           VALUE "Y".
           88 LABELS-AGREE            VALUE "N".
           COPY RULETAB.

      *    ONE ENTRY PER PARTITION NUMBER, FILLED FROM PARTSTAT
       01 PART-IDX          PIC 9(2) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 99 TIMES.
               10 WS-PT-STATE        PIC X.
                   88 PT-MISSING           VALUE SPACE.
                   88 PT-STARTED           VALUE "S".
                   88 PT-COMPLETE          VALUE "C".
               10 WS-PT-JOBNAME      PIC X(8).
               10 WS-PT-DATE         PIC 9(8).
               10 WS-PT-TIME         PIC 9(8).
               10 WS-PT-SLICE-START  PIC 9(5).
               10 WS-PT-SLICE-LIMIT  PIC 9(5).
               10 WS-PT-TOTAL        PIC 9(5).
               10 WS-PT-SEVERITY     PIC 9(2).
       01 WS-HIGHEST-SEVERITY PIC 9(2) VALUE 0.
       01 WS-FOREIGN-RECORDS PIC 9(3) VALUE 0.
       01 WS-NEXT-START     PIC 9(6) VALUE 0.

      *    THE LOGICAL RUN'S TRAILER TOTALS - THE SUM OF EVERY
      *    PARTITION'S
       01 WS-TOTAL-COUNT       PIC 9(6) VALUE 0.
       01 WS-PLAIN-COUNT       PIC 9(6) VALUE 0.
       01 WS-MULTI-COUNT       PIC 9(6) VALUE 0.
       01 WS-RULE-ALONE-COUNTS.
           05 WS-RULE-ALONE-COUNT OCCURS 20 TIMES PIC 9(6) VALUE 0.
      *    THE GRAND-TOTALS PAGE FIELDS, AS WIDE AS FIZZBUZZ'S
       01 WS-GRAND-TOTAL       PIC 9(8) VALUE 0.
       01 WS-GRAND-PLAIN       PIC 9(8) VALUE 0.
       01 WS-GRAND-ALONE       PIC 9(8) VALUE 0.
       01 WS-GRAND-MULTI       PIC 9(8) VALUE 0.
       01 WS-RANGE-SPAN        PIC 9(6) VALUE 0.

      *    PARTRPT SEQUENCE CHECK - EACH DETAIL LINE MUST CARRY THE
      *    COUNTER AFTER THE LAST ONE ACCEPTED; A LOWER OR EQUAL
      *    COUNTER IS A RESTART'S REPEATED LINE AND IS DROPPED
       01 WS-DTL-COUNTER       PIC 9(5) VALUE 0.
       01 WS-LAST-COUNTER      PIC 9(6) VALUE 0.
       01 WS-DETAIL-LINES      PIC 9(6) VALUE 0.
       01 WS-REPEATED-LINES    PIC 9(6) VALUE 0.

      *    PARTITION JOURNAL MERGE. RSLTJRNL IS RENUMBERED FROM THE
      *    SEQUENCE ITS FIRST RECORD CARRIES (1 FOR A NEW JOURNAL).
      *    WHEN THAT IS NOT 1 THE JOURNAL HAS BEEN TRIMMED BACK, AND A
      *    PARTITION RECORD DATED BEFORE ITS FIRST RECORD WAS MERGED
      *    BEFORE THE TRIM - IT IS DROPPED, NOT MERGED AGAIN.
       01 WS-JRNL-EOF          PIC X VALUE "N".
           88 JRNL-EOF                VALUE "Y".
           88 JRNL-NOT-EOF            VALUE "N".
       01 WS-SORT-EOF          PIC X VALUE "N".
           88 SORT-EOF                VALUE "Y".
           88 SORT-NOT-EOF            VALUE "N".
       01 WS-JRNL-FIRST-SEQUENCE PIC 9(9) VALUE 0.
       01 WS-JRNL-NEXT-SEQUENCE PIC 9(9) VALUE 0.
       01 WS-JRNL-FIRST-STAMP.
           05 WS-JRNL-FIRST-DATE PIC 9(8) VALUE 0.
           05 WS-JRNL-FIRST-TIME PIC 9(8) VALUE 0.
       01 WS-JRNL-THIS-STAMP.
           05 WS-JRNL-THIS-DATE PIC 9(8) VALUE 0.
           05 WS-JRNL-THIS-TIME PIC 9(8) VALUE 0.
      *    THE STEP AND ORIGIN SEQUENCE OF THE LAST RECORD WRITTEN - A
      *    PARTITION RECORD CARRYING THE SAME IS ALREADY ON RSLTJRNL
       01 WS-JRNL-PRIOR-ORIGIN.
           05 WS-JRNL-PRIOR-JOBNAME PIC X(8) VALUE SPACES.
           05 WS-JRNL-PRIOR-STEP-DATE PIC 9(8) VALUE 0.
           05 WS-JRNL-PRIOR-STEP-TIME PIC 9(8) VALUE 0.
           05 WS-JRNL-PRIOR-SEQUENCE PIC 9(9) VALUE 0.
       01 WS-JRNL-THIS-ORIGIN.
           05 WS-JRNL-THIS-JOBNAME PIC X(8) VALUE SPACES.
           05 WS-JRNL-THIS-STEP-DATE PIC 9(8) VALUE 0.
           05 WS-JRNL-THIS-STEP-TIME PIC 9(8) VALUE 0.
           05 WS-JRNL-THIS-SEQUENCE PIC 9(9) VALUE 0.
       01 WS-JRNL-MASTER-READ  PIC 9(9) VALUE 0.
       01 WS-JRNL-PART-READ    PIC 9(9) VALUE 0.
       01 WS-JRNL-MERGED       PIC 9(9) VALUE 0.
       01 WS-JRNL-ALREADY      PIC 9(9) VALUE 0.
       01 WS-JRNL-OLDER        PIC 9(9) VALUE 0.
       01 WS-JRNL-WRITTEN      PIC 9(9) VALUE 0.
       01 WS-JRNL-COPIED       PIC 9(9) VALUE 0.
       01 WS-JRNL-OUTPUT-IND   PIC X VALUE "N".
           88 JRNL-OVERWRITTEN        VALUE "Y".
           88 JRNL-NOT-OVERWRITTEN    VALUE "N".

      *    PRINT-IMAGE REPORT STATE AND LAYOUTS - THE SAME PAGE AS
      *    FIZZBUZZ PRINTS FOR AN UNPARTITIONED RUN, SO THE
      *    BUSINESS READER CANNOT TELL THE DIFFERENCE
       01 WS-PRT-AVAIL-IND    PIC X VALUE "N".
           88 PRINT-AVAILABLE         VALUE "Y".
           88 PRINT-NOT-AVAILABLE     VALUE "N".
       01 WS-PRT-PAGE-NUMBER  PIC 9(4) VALUE 0.
       01 WS-PRT-LINE-COUNT   PIC 9(3) VALUE 0.
       01 WS-PRT-BODY-MAX     PIC 9(3) VALUE 55.
       01 WS-PRT-NEEDED       PIC 9(3) VALUE 0.
       01 WS-PRT-TIME         PIC 9(8) VALUE 0.

       01 WS-PRT-HEADING-1.
           05 FILLER            PIC X(9) VALUE "FIZZBUZZ ".
           05 WS-PRT-H1-JOBNAME PIC X(8).
           05 FILLER            PIC X(6) VALUE "  RUN ".
           05 WS-PRT-H1-RUN     PIC 9(3).
           05 FILLER            PIC X(11) VALUE "  RULE SET ".
           05 WS-PRT-H1-RULESET PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PRT-H1-DATE    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PRT-H1-TIME    PIC 9(8).
           05 FILLER            PIC X(49) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "PAGE ".
           05 WS-PRT-H1-PAGE    PIC 9(4).
           05 FILLER            PIC X(9) VALUE SPACES.

       01 WS-PRT-GRAND-HEADING.
           05 FILLER            PIC X(9) VALUE "FIZZBUZZ ".
           05 WS-PRT-GH-JOBNAME PIC X(8).
           05 FILLER            PIC X(15) VALUE "  GRAND TOTALS ".
           05 FILLER            PIC X(13) VALUE SPACES.
           05 WS-PRT-GH-DATE    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PRT-GH-TIME    PIC 9(8).
           05 FILLER            PIC X(49) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "PAGE ".
           05 WS-PRT-GH-PAGE    PIC 9(4).
           05 FILLER            PIC X(11) VALUE SPACES.

       01 WS-PRT-HEADING-2.
           05 FILLER            PIC X(7) VALUE "COUNTER".
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE "RESULT".
           05 FILLER            PIC X(116) VALUE SPACES.

       01 WS-PRT-DETAIL.
           05 WS-PRT-DTL-COUNTER PIC 9(5).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-PRT-DTL-RESULT PIC X(122).
       01 WS-PRT-DETAIL-CONT.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 WS-PRT-DTL-CONT-RESULT PIC X(38).
           05 FILLER            PIC X(84) VALUE SPACES.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 112-CAPTURE-AUDIT-IDENTITY
           PERFORM 100-READ-PARTITION-CARD
           IF NOT CONS-FATAL
               PERFORM 120-LOAD-PARTITION-STATUS
           END-IF
           IF NOT CONS-FATAL
               PERFORM 130-CHECK-ALL-PARTITIONS
               IF RUN-CONSOLIDATABLE AND DETAIL-RUN
                   PERFORM 140-PROVE-PARTITION-REPORTS
               END-IF
           END-IF
           IF NOT CONS-FATAL
               IF RUN-INCOMPLETE
                   DISPLAY "RUN " WS-RUN-ID " " WS-RUN-NUMBER
                       " IS INCOMPLETE - NOT CONSOLIDATED. RERUN THE "
                       "FAILED PARTITION(S), THEN THIS STEP"
                   PERFORM 190-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM 150-OPEN-OUTPUT-FILES
                   IF NOT CONS-FATAL
                       PERFORM 160-WRITE-CONSOLIDATED-RUN
                       PERFORM 190-WRITE-AUDIT-RECORD
                       PERFORM 195-WRITE-STAT-RECORD
                       PERFORM 900-TERMINATE
                   END-IF
               END-IF
               IF NOT CONS-FATAL
                   PERFORM 600-MERGE-PARTITION-JOURNALS
               END-IF
               PERFORM 800-DISPLAY-SUMMARY
           END-IF

      *    0 = CONSOLIDATED CLEAN, 4 = CONSOLIDATED WITH WARNINGS
      *    (A PARTITION ENDED RC=4, PRTOUT UNAVAILABLE, A STRAY
      *    PARTSTAT RECORD IGNORED), 8 = CONSOLIDATED BUT A
      *    PARTITION HAD AN INPUT DEFAULTED (THE AUDIT RECORD IS
      *    ABNORMAL, AS FIZZBUZZ WOULD HAVE MARKED IT), 16 = THE RUN
      *    IS INCOMPLETE, THE STEP COULD NOT RUN OR THE PARTITION
      *    JOURNALS COULD NOT BE MERGED
           IF CONS-FATAL OR RUN-INCOMPLETE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HIGHEST-SEVERITY >= 8
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF CONS-WARNING OR WS-HIGHEST-SEVERITY >= 4
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-PARTITION-CARD.
      *    THE CARD NAMES THE LOGICAL RUN TO CONSOLIDATE - THE SAME
      *    CARD THE PARTITIONS RAN WITH (ITS PARTITION NUMBER IS NOT
      *    USED HERE). WITHOUT IT THERE IS NOTHING TO CONSOLIDATE.
           OPEN INPUT PART-CTL-FILE
           IF WS-PART-CTL-STATUS = "00"
               READ PART-CTL-FILE
                   AT END
                       DISPLAY "PARTCTL IS EMPTY - NOTHING TO "
                           "CONSOLIDATE"
                       SET CONS-FATAL TO TRUE
                   NOT AT END
                       PERFORM 105-VALIDATE-PARTITION-CARD
               END-READ
               CLOSE PART-CTL-FILE
           ELSE
               DISPLAY "PARTCTL COULD NOT BE OPENED (STATUS "
                   WS-PART-CTL-STATUS ") - NOTHING TO CONSOLIDATE"
               SET CONS-FATAL TO TRUE
           END-IF.

       105-VALIDATE-PARTITION-CARD.
           IF PART-RUN-ID = SPACES
               DISPLAY "INVALID PARTCTL CARD - RUN ID IS BLANK"
               SET CONS-FATAL TO TRUE
           ELSE
               MOVE PART-RUN-ID TO WS-RUN-ID
           END-IF
           IF PART-RUN-NUMBER = SPACES
               MOVE 1 TO WS-RUN-NUMBER
           ELSE
               IF PART-RUN-NUMBER NOT NUMERIC
                   OR PART-RUN-NUMBER = ZEROS
                   DISPLAY "INVALID PARTCTL CARD - RUN NUMBER '"
                       PART-RUN-NUMBER "' MUST BE 001-999"
                   SET CONS-FATAL TO TRUE
               ELSE
                   MOVE PART-RUN-NUMBER TO WS-RUN-NUMBER
               END-IF
           END-IF
           IF PART-COUNT NOT NUMERIC OR PART-COUNT = ZEROS
               DISPLAY "INVALID PARTCTL CARD - PARTITION COUNT '"
                   PART-COUNT "' MUST BE 01-99"
               SET CONS-FATAL TO TRUE
           ELSE
               MOVE PART-COUNT TO WS-PART-COUNT
           END-IF.

       112-CAPTURE-AUDIT-IDENTITY.
           MOVE "USER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-USERID
           END-IF.

       120-LOAD-PARTITION-STATUS.
      *    PARTSTAT IS EVERY PARTITION'S STATUS DATASET CONCATENATED
      *    - ONE RECORD EACH. A MISSING DD MEANS THE STEP WAS SET UP
      *    WRONG, NOT THAT THE RUN FAILED, SO IT IS FATAL WITHOUT AN
      *    AUDIT RECORD.
           MOVE SPACES TO WS-PART-TABLE
           OPEN INPUT PSTAT-FILE
           IF WS-PSTAT-STATUS NOT = "00"
               DISPLAY "PARTSTAT COULD NOT BE OPENED (STATUS "
                   WS-PSTAT-STATUS ") - CONSOLIDATION ABANDONED"
               SET CONS-FATAL TO TRUE
           ELSE
               PERFORM UNTIL PSTAT-EOF
                   READ PSTAT-FILE
                       AT END
                           SET PSTAT-EOF TO TRUE
                       NOT AT END
                           PERFORM 125-CHECK-ONE-PARTITION
                   END-READ
               END-PERFORM
               CLOSE PSTAT-FILE
           END-IF.

       125-CHECK-ONE-PARTITION.
      *    A RECORD FOR SOME OTHER LOGICAL RUN IS A LEFTOVER DATASET
      *    IN THE CONCATENATION - IGNORED, AND IF IT WAS STANDING IN
      *    FOR ONE OF THIS RUN'S PARTITIONS, 130-CHECK-ALL-PARTITIONS
      *    REPORTS THAT PARTITION MISSING
           IF PSTAT-RUN-ID NOT = WS-RUN-ID
               OR PSTAT-RUN-NUMBER NOT = WS-RUN-NUMBER
               DISPLAY "PARTSTAT RECORD FOR RUN " PSTAT-RUN-ID " "
                   PSTAT-RUN-NUMBER " PARTITION " PSTAT-PART-NUMBER
                   " IGNORED - NOT PART OF RUN " WS-RUN-ID " "
                   WS-RUN-NUMBER
               ADD 1 TO WS-FOREIGN-RECORDS
               SET CONS-WARNING TO TRUE
           ELSE
               IF PSTAT-PART-COUNT NOT = WS-PART-COUNT
                   OR PSTAT-PART-NUMBER = 0
                   OR PSTAT-PART-NUMBER > WS-PART-COUNT
                   DISPLAY "PARTITION " PSTAT-PART-NUMBER " OF "
                       PSTAT-PART-COUNT " DOES NOT FIT A RUN OF "
                       WS-PART-COUNT " PARTITIONS"
                   SET RUN-INCOMPLETE TO TRUE
               ELSE
                   MOVE PSTAT-PART-NUMBER TO PART-IDX
                   IF NOT PT-MISSING (PART-IDX)
                       DISPLAY "PARTITION " PART-IDX
                           " HAS MORE THAN ONE PARTSTAT RECORD"
                       SET RUN-INCOMPLETE TO TRUE
                   ELSE
                       MOVE PSTAT-JOBNAME TO WS-PT-JOBNAME (PART-IDX)
                       MOVE PSTAT-DATE TO WS-PT-DATE (PART-IDX)
                       MOVE PSTAT-TIME TO WS-PT-TIME (PART-IDX)
                       IF PSTAT-COMPLETE
                           SET PT-COMPLETE (PART-IDX) TO TRUE
                           PERFORM 127-ADD-COMPLETE-PARTITION
                       ELSE
                           SET PT-STARTED (PART-IDX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       127-ADD-COMPLETE-PARTITION.
      *    THE FIRST COMPLETE PARTITION SETS WHAT THE RUN LOOKS
      *    LIKE; ANY LATER ONE THAT DISAGREES RAN WITH A DIFFERENT
      *    PARMIN CARD OR RULE SET AND ITS SLICE CANNOT BE TRUSTED
      *    ALONGSIDE THE OTHERS
           IF REFERENCE-NOT-SET
               SET REFERENCE-SET TO TRUE
               MOVE PSTAT-LOGICAL-START TO WS-LOGICAL-START
               MOVE PSTAT-LOGICAL-LIMIT TO WS-LOGICAL-LIMIT
               MOVE PSTAT-RULESET TO WS-ACTIVE-RULESET
               MOVE PSTAT-MODE TO WS-RUN-MODE-IND
               MOVE PSTAT-RULE-COUNT TO WS-RULE-COUNT
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > 20
                   MOVE 0 TO WS-RULE-DIVISOR (RULE-IDX)
                   MOVE PSTAT-RULE-LABEL (RULE-IDX)
                       TO WS-RULE-LABEL (RULE-IDX)
               END-PERFORM
           END-IF

           SET LABELS-AGREE TO TRUE
           IF PSTAT-RULE-COUNT NOT = WS-RULE-COUNT
               SET LABELS-DIFFER TO TRUE
           ELSE
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   IF PSTAT-RULE-LABEL (RULE-IDX)
                       NOT = WS-RULE-LABEL (RULE-IDX)
                       SET LABELS-DIFFER TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF PSTAT-LOGICAL-START NOT = WS-LOGICAL-START
               OR PSTAT-LOGICAL-LIMIT NOT = WS-LOGICAL-LIMIT
               OR PSTAT-RULESET NOT = WS-ACTIVE-RULESET
               OR PSTAT-MODE NOT = WS-RUN-MODE-IND
               OR LABELS-DIFFER
               DISPLAY "PARTITION " PART-IDX " RAN RANGE "
                   PSTAT-LOGICAL-START "-" PSTAT-LOGICAL-LIMIT
                   " RULE SET '" PSTAT-RULESET "' MODE '" PSTAT-MODE
                   "' - DOES NOT MATCH THE OTHER PARTITIONS ("
                   WS-LOGICAL-START "-" WS-LOGICAL-LIMIT " '"
                   WS-ACTIVE-RULESET "' '" WS-RUN-MODE-IND "')"
               SET RUN-INCOMPLETE TO TRUE
           ELSE
               MOVE PSTAT-SLICE-START TO WS-PT-SLICE-START (PART-IDX)
               MOVE PSTAT-SLICE-LIMIT TO WS-PT-SLICE-LIMIT (PART-IDX)
               MOVE PSTAT-TOTAL-COUNT TO WS-PT-TOTAL (PART-IDX)
               MOVE PSTAT-SEVERITY TO WS-PT-SEVERITY (PART-IDX)
               IF PSTAT-SEVERITY > WS-HIGHEST-SEVERITY
                   MOVE PSTAT-SEVERITY TO WS-HIGHEST-SEVERITY
               END-IF
               IF PART-IDX = 1
                   MOVE PSTAT-DATE TO WS-RUN-DATE
               END-IF
               IF WS-AUDIT-ACCTNO = SPACES
                   MOVE PSTAT-ACCTNO TO WS-AUDIT-ACCTNO
               END-IF
               IF PSTAT-KSDS-STORED AND DETAIL-RUN
                   ADD PSTAT-TOTAL-COUNT TO WS-RECORDS-STORED
               END-IF
               ADD PSTAT-TOTAL-COUNT TO WS-TOTAL-COUNT
               ADD PSTAT-PLAIN-COUNT TO WS-PLAIN-COUNT
               ADD PSTAT-MULTI-COUNT TO WS-MULTI-COUNT
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   ADD PSTAT-RULE-ALONE-COUNT (RULE-IDX)
                       TO WS-RULE-ALONE-COUNT (RULE-IDX)
               END-PERFORM
           END-IF.

       130-CHECK-ALL-PARTITIONS.
      *    EVERY PARTITION MUST HAVE FINISHED, AND THE SLICES MUST
      *    TILE THE RANGE IN PARTITION ORDER WITH NOTHING LEFT OVER
      *    - THE SAME SPLIT 104-COMPUTE-PARTITION-SLICE IN FIZZBUZZ
      *    MAKES. AN EMPTY SLICE (END BEFORE START) COVERS NOTHING.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT
               IF PT-MISSING (PART-IDX)
                   DISPLAY "PARTITION " PART-IDX " OF " WS-PART-COUNT
                       " HAS NO PARTSTAT RECORD - NEVER RAN"
                   SET RUN-INCOMPLETE TO TRUE
               END-IF
               IF PT-STARTED (PART-IDX)
                   DISPLAY "PARTITION " PART-IDX " OF " WS-PART-COUNT
                       " (" WS-PT-JOBNAME (PART-IDX) ") STARTED "
                       WS-PT-DATE (PART-IDX) " "
                       WS-PT-TIME (PART-IDX) " BUT NEVER FINISHED"
                   SET RUN-INCOMPLETE TO TRUE
               END-IF
           END-PERFORM

           IF RUN-CONSOLIDATABLE
               MOVE WS-LOGICAL-START TO WS-NEXT-START
               PERFORM VARYING PART-IDX FROM 1 BY 1
                       UNTIL PART-IDX > WS-PART-COUNT
                   IF WS-PT-SLICE-LIMIT (PART-IDX)
                       NOT < WS-PT-SLICE-START (PART-IDX)
                       IF WS-PT-SLICE-START (PART-IDX)
                           NOT = WS-NEXT-START
                           DISPLAY "PARTITION " PART-IDX " SLICE "
                               WS-PT-SLICE-START (PART-IDX) "-"
                               WS-PT-SLICE-LIMIT (PART-IDX)
                               " DOES NOT FOLLOW ON FROM COUNTER "
                               WS-NEXT-START
                           SET RUN-INCOMPLETE TO TRUE
                       END-IF
                       COMPUTE WS-NEXT-START =
                           WS-PT-SLICE-LIMIT (PART-IDX) + 1
                   END-IF
               END-PERFORM
               COMPUTE WS-RANGE-SPAN =
                   WS-LOGICAL-LIMIT - WS-LOGICAL-START + 1
               IF WS-NEXT-START NOT = WS-LOGICAL-LIMIT + 1
                   OR WS-TOTAL-COUNT NOT = WS-RANGE-SPAN
                   DISPLAY "PARTITIONS COVER " WS-TOTAL-COUNT
                       " COUNTERS ENDING AT " WS-NEXT-START
                       " (NEXT) - RANGE " WS-LOGICAL-START "-"
                       WS-LOGICAL-LIMIT " NEEDS " WS-RANGE-SPAN
                   SET RUN-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       140-PROVE-PARTITION-REPORTS.
      *    PASS 1 - READ THE PARTITION REPORTS END TO END AND PROVE
      *    THEY CARRY EVERY COUNTER OF THE RANGE, IN ORDER, BEFORE
      *    A SINGLE CONSOLIDATED LINE IS WRITTEN
           SET PROVE-PASS TO TRUE
           OPEN INPUT PART-REPORT-FILE
           IF WS-PRPT-STATUS NOT = "00"
               DISPLAY "PARTRPT COULD NOT BE OPENED (STATUS "
                   WS-PRPT-STATUS ") - CONSOLIDATION ABANDONED"
               SET CONS-FATAL TO TRUE
           ELSE
               COMPUTE WS-LAST-COUNTER = WS-LOGICAL-START - 1
               MOVE 0 TO WS-DETAIL-LINES
               MOVE 0 TO WS-REPEATED-LINES
               SET PRPT-NOT-EOF TO TRUE
               PERFORM 200-READ-PARTITION-REPORT
                   UNTIL PRPT-EOF
               CLOSE PART-REPORT-FILE
               IF RUN-CONSOLIDATABLE
                   AND (WS-LAST-COUNTER NOT = WS-LOGICAL-LIMIT
                     OR WS-DETAIL-LINES NOT = WS-TOTAL-COUNT)
                   DISPLAY "PARTRPT CARRIES " WS-DETAIL-LINES
                       " COUNTERS ENDING AT " WS-LAST-COUNTER
                       " - THE PARTITIONS REPORTED "
                       WS-TOTAL-COUNT " ENDING AT " WS-LOGICAL-LIMIT
                   SET RUN-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       150-OPEN-OUTPUT-FILES.
      *    RPTOUT IS APPENDED TO, LIKE ANY FIZZBUZZ RESTART, SO THE
      *    LOGICAL RUN'S SECTION LANDS AFTER WHATEVER EARLIER RUNS
      *    THE DATASET ALREADY HOLDS. IT IS THE DELIVERABLE - FATAL
      *    IF IT CANNOT BE OPENED. PRTOUT IS A CONVENIENCE COPY,
      *    WARNED ABOUT AND SKIPPED, AS IN FIZZBUZZ.
           OPEN EXTEND REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "RPTOUT COULD NOT BE OPENED (STATUS "
                   WS-RPT-STATUS ") - CONSOLIDATION ABANDONED"
               SET CONS-FATAL TO TRUE
           ELSE
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-FILE-STATUS = "00"
                   SET PRINT-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "PRTOUT UNAVAILABLE (STATUS "
                       WS-PRT-FILE-STATUS ") - CONTINUING WITHOUT THE "
                       "PRINT REPORT"
                   SET PRINT-NOT-AVAILABLE TO TRUE
                   SET CONS-WARNING TO TRUE
               END-IF
           END-IF.

       160-WRITE-CONSOLIDATED-RUN.
      *    PASS 2 - ONE RUN HEADER, THEN THE PARTITIONS' DETAIL
      *    LINES IN ORDER UNDER IT, THEN ONE SET OF SUBTOTALS AND
      *    GRAND TOTALS ON THE PRINT REPORT
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 170-WRITE-RUN-HEADER
           IF DETAIL-RUN
               SET WRITE-PASS TO TRUE
               OPEN INPUT PART-REPORT-FILE
               COMPUTE WS-LAST-COUNTER = WS-LOGICAL-START - 1
               SET PRPT-NOT-EOF TO TRUE
               PERFORM 200-READ-PARTITION-REPORT
                   UNTIL PRPT-EOF
               CLOSE PART-REPORT-FILE
           END-IF
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               ADD WS-RULE-ALONE-COUNT (RULE-IDX) TO WS-GRAND-ALONE
           END-PERFORM
           IF PRINT-AVAILABLE
               PERFORM 820-PRINT-RUN-SUBTOTALS
           END-IF.

       170-WRITE-RUN-HEADER.
      *    THE SAME HEADER AN UNPARTITIONED RUN OF THE WHOLE RANGE
      *    WOULD HAVE, SO FIZZCOMP AND EVERY OTHER RPTOUT READER SEE
      *    ONE ORDINARY SECTION
           MOVE SPACES TO RPT-HEADER-RECORD
           STRING "===== RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               ": START=" DELIMITED BY SIZE
               WS-LOGICAL-START DELIMITED BY SIZE
               " END=" DELIMITED BY SIZE
               WS-LOGICAL-LIMIT DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO RPT-HEADER-RECORD
           WRITE RPT-HEADER-RECORD
           IF PRINT-AVAILABLE
               PERFORM 700-PRINT-PAGE-HEADING
           END-IF.

       190-WRITE-AUDIT-RECORD.
      *    ONE AUDIT RECORD FOR THE WHOLE LOGICAL RUN, MARKED THE WAY
      *    FIZZBUZZ MARKS ONE (ABNORMAL ONCE ANY PARTITION HAD AN
      *    INPUT DEFAULTED) - OR INCOMPLT WHEN THE RUN COULD NOT BE
      *    CONSOLIDATED, SO THE GAP IS ON RECORD AND NOT JUST IN A
      *    JOB LOG. KEYED BY THE RUN DATE AND ONE TIME STAMP SHARED
      *    WITH THE STATISTICS RECORD, SO FIZZRCON PAIRS THE TWO BY
      *    KEY. OPENED I-O; ONLY A CLUSTER THAT HAS NEVER BEEN LOADED
      *    (STATUS 35) IS OPENED FOR INITIAL LOAD, AS IN FIZZBUZZ.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-HIST-TIME FROM TIME
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG COULD NOT BE OPENED (STATUS "
                   WS-AUDIT-STATUS ") - NO AUDIT RECORD WRITTEN"
               SET CONS-WARNING TO TRUE
           ELSE
               PERFORM 191-BUILD-AUDIT-RECORD
               PERFORM 192-WRITE-AUDIT-KEYED
               CLOSE AUDIT-FILE
           END-IF.

       191-BUILD-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AUDIT-DATE
           MOVE WS-HIST-TIME TO AUDIT-TIME
           MOVE WS-RUN-ID TO AUDIT-JOBNAME
           MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER
           MOVE WS-AUDIT-USERID TO AUDIT-USERID
           MOVE WS-ACTIVE-RULESET TO AUDIT-RULESET
           MOVE WS-LOGICAL-START TO AUDIT-START-VALUE
           MOVE WS-LOGICAL-LIMIT TO AUDIT-MYLIMIT
           IF RUN-INCOMPLETE
               SET AUDIT-INCOMPLETE TO TRUE
           ELSE
               IF WS-HIGHEST-SEVERITY >= 8
                   SET AUDIT-ABNORMAL TO TRUE
               ELSE
                   SET AUDIT-NORMAL TO TRUE
               END-IF
           END-IF
           MOVE WS-AUDIT-ACCTNO TO AUDIT-ACCTNO
           MOVE WS-RUN-MODE-IND TO AUDIT-MODE
           MOVE WS-RECORDS-STORED TO AUDIT-RECORDS-STORED.

       192-WRITE-AUDIT-KEYED.
      *    A KEY ALREADY ON FILE (STATUS 22) MOVES THE STAMP ON A
      *    HUNDREDTH AND TRIES AGAIN, AS IN FIZZBUZZ. STATUS 02 IS A
      *    GOOD WRITE UNDER AN EXISTING USERID OR RULE SET.
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
               DISPLAY "AUDITLOG WRITE FAILED (STATUS "
                   WS-AUDIT-STATUS ") - NO AUDIT RECORD WRITTEN"
               SET CONS-WARNING TO TRUE
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
      *    ONE STATISTICS RECORD FOR THE WHOLE LOGICAL RUN, CARRYING
      *    THE SUMMED TOTALS - FIZZTRND AND FIZZTOLC SEE THE RUN
      *    EXACTLY AS IF ONE JOB HAD PROCESSED THE RANGE. SAME KEY AS
      *    THE AUDIT RECORD 190-WRITE-AUDIT-RECORD JUST WROTE.
           OPEN I-O STAT-FILE
           IF WS-STAT-STATUS = "35"
               OPEN OUTPUT STAT-FILE
           END-IF
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "STATHIST COULD NOT BE OPENED (STATUS "
                   WS-STAT-STATUS ") - NO STATISTICS RECORD WRITTEN"
               SET CONS-WARNING TO TRUE
           ELSE
               PERFORM 196-BUILD-STAT-RECORD
               PERFORM 197-WRITE-STAT-KEYED
               CLOSE STAT-FILE
           END-IF.

       196-BUILD-STAT-RECORD.
           MOVE SPACES TO STAT-RECORD
           MOVE WS-RUN-DATE TO STAT-DATE
           MOVE WS-HIST-TIME TO STAT-TIME
           MOVE WS-RUN-ID TO STAT-JOBNAME
           MOVE WS-RUN-NUMBER TO STAT-RUN-NUMBER
           MOVE WS-AUDIT-USERID TO STAT-USERID
           MOVE WS-ACTIVE-RULESET TO STAT-RULESET
           MOVE WS-LOGICAL-START TO STAT-START-VALUE
           MOVE WS-LOGICAL-LIMIT TO STAT-MYLIMIT
           MOVE WS-TOTAL-COUNT TO STAT-TOTAL-COUNT
           MOVE WS-PLAIN-COUNT TO STAT-PLAIN-COUNT
           MOVE WS-MULTI-COUNT TO STAT-MULTI-COUNT
           MOVE WS-RULE-COUNT TO STAT-RULE-COUNT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > 20
               IF RULE-IDX > WS-RULE-COUNT
                   MOVE SPACES TO STAT-RULE-LABEL (RULE-IDX)
                   MOVE 0 TO STAT-RULE-ALONE-COUNT (RULE-IDX)
               ELSE
                   MOVE WS-RULE-LABEL (RULE-IDX)
                       TO STAT-RULE-LABEL (RULE-IDX)
                   MOVE WS-RULE-ALONE-COUNT (RULE-IDX)
                       TO STAT-RULE-ALONE-COUNT (RULE-IDX)
               END-IF
           END-PERFORM.

       197-WRITE-STAT-KEYED.
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
               DISPLAY "STATHIST WRITE FAILED (STATUS "
                   WS-STAT-STATUS ") - NO STATISTICS RECORD WRITTEN"
               SET CONS-WARNING TO TRUE
           END-IF.

       200-READ-PARTITION-REPORT.
      *    RUN HEADER LINES AND ANYTHING ELSE WITHOUT A NUMERIC
      *    COUNTER ARE SKIPPED - ONLY 170-WRITE-RUN-HEADER'S HEADER
      *    GOES ON THE CONSOLIDATED SECTION
           READ PART-REPORT-FILE
               AT END
                   SET PRPT-EOF TO TRUE
               NOT AT END
                   IF PRPT-COUNTER NUMERIC
                       MOVE PRPT-COUNTER TO WS-DTL-COUNTER
                       PERFORM 210-SEQUENCE-ONE-DETAIL
                   END-IF
           END-READ.

       210-SEQUENCE-ONE-DETAIL.
      *    A COUNTER AT OR BELOW THE LAST ONE ACCEPTED WAS WRITTEN
      *    TWICE BY A PARTITION THAT RESTARTED FROM ITS CHECKPOINT -
      *    DROPPED. A COUNTER MORE THAN ONE PAST IT MEANS LINES ARE
      *    MISSING (OR PARTRPT IS NOT CONCATENATED IN PARTITION
      *    ORDER) AND THE RUN CANNOT BE CONSOLIDATED.
           IF WS-DTL-COUNTER NOT > WS-LAST-COUNTER
               IF PROVE-PASS
                   ADD 1 TO WS-REPEATED-LINES
               END-IF
           ELSE
               IF WS-DTL-COUNTER NOT = WS-LAST-COUNTER + 1
                   DISPLAY "PARTRPT JUMPS FROM COUNTER "
                       WS-LAST-COUNTER " TO " WS-DTL-COUNTER
                       " - LINES MISSING, OR PARTRPT NOT "
                       "CONCATENATED IN PARTITION ORDER"
                   SET RUN-INCOMPLETE TO TRUE
                   SET PRPT-EOF TO TRUE
               ELSE
                   MOVE WS-DTL-COUNTER TO WS-LAST-COUNTER
                   IF PROVE-PASS
                       ADD 1 TO WS-DETAIL-LINES
                   ELSE
                       MOVE PRPT-RECORD TO RPT-RECORD
                       WRITE RPT-RECORD
                       IF PRINT-AVAILABLE
                           PERFORM 710-PRINT-DETAIL-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       600-MERGE-PARTITION-JOURNALS.
      *    SORT RSLTJRNL AND EVERY PARTITION JOURNAL TOGETHER BY DATE
      *    AND TIME INTO JRNLWORK, RENUMBERED, THEN COPY JRNLWORK
      *    OVER RSLTJRNL. NOTHING NEW TO MERGE LEAVES RSLTJRNL AS IT
      *    WAS. ANY FAILURE BEFORE THE COPY LEAVES RSLTJRNL UNTOUCHED.
           SORT JRNL-SORT-FILE
               ON ASCENDING KEY SRT-DATE SRT-TIME SRT-JOBNAME
                   SRT-STEP-DATE SRT-STEP-TIME SRT-ORIGIN-SEQUENCE
                   SRT-SOURCE SRT-SEQUENCE
               INPUT PROCEDURE IS 610-RELEASE-JOURNALS
               OUTPUT PROCEDURE IS 650-WRITE-MERGED-JOURNAL
           IF SORT-RETURN NOT = 0 AND NOT CONS-FATAL
               DISPLAY "PARTITION JOURNAL SORT FAILED (RETURN "
                   SORT-RETURN ") - RSLTJRNL NOT CHANGED"
               SET CONS-FATAL TO TRUE
           END-IF
           IF NOT CONS-FATAL
               IF WS-JRNL-MERGED = 0
                   DISPLAY "NO NEW PARTITION JOURNAL RECORDS - "
                       "RSLTJRNL NOT CHANGED"
               ELSE
                   PERFORM 680-REPLACE-MASTER-JOURNAL
               END-IF
           END-IF.

       610-RELEASE-JOURNALS.
      *    SORT INPUT - RSLTJRNL AS IT STANDS (NONE YET, STATUS 35,
      *    IS AN EMPTY JOURNAL), THEN THE PARTITION JOURNALS
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               SET JRNL-NOT-EOF TO TRUE
               PERFORM 620-RELEASE-MASTER-RECORD
                   UNTIL JRNL-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JRNL-STATUS NOT = "35"
                   DISPLAY "RSLTJRNL COULD NOT BE OPENED (STATUS "
                       WS-JRNL-STATUS ") - PARTITION JOURNALS NOT "
                       "MERGED"
                   SET CONS-FATAL TO TRUE
               END-IF
           END-IF
           IF NOT CONS-FATAL
               OPEN INPUT PART-JOURNAL-FILE
               IF WS-PJRNL-STATUS NOT = "00"
                   DISPLAY "PARTJRNL COULD NOT BE OPENED (STATUS "
                       WS-PJRNL-STATUS ") - PARTITION JOURNALS NOT "
                       "MERGED"
                   SET CONS-FATAL TO TRUE
               ELSE
                   SET JRNL-NOT-EOF TO TRUE
                   PERFORM 630-RELEASE-PARTITION-RECORD
                       UNTIL JRNL-EOF
                   CLOSE PART-JOURNAL-FILE
               END-IF
           END-IF.

       620-RELEASE-MASTER-RECORD.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-MASTER-READ
                   IF WS-JRNL-MASTER-READ = 1
                       MOVE JRNL-SEQUENCE TO WS-JRNL-FIRST-SEQUENCE
                       MOVE JRNL-DATE TO WS-JRNL-FIRST-DATE
                       MOVE JRNL-TIME TO WS-JRNL-FIRST-TIME
                   END-IF
                   MOVE SPACES TO SRT-RECORD
                   SET SRT-FROM-MASTER TO TRUE
                   IF JRNL-ORIGIN-SEQUENCE NUMERIC
                       MOVE JRNL-ORIGIN-SEQUENCE
                           TO SRT-ORIGIN-SEQUENCE
                   ELSE
                       MOVE 0 TO SRT-ORIGIN-SEQUENCE
                   END-IF
                   PERFORM 640-RELEASE-JOURNAL-RECORD
           END-READ
           IF WS-JRNL-STATUS NOT = "00"
               AND WS-JRNL-STATUS NOT = "10"
               DISPLAY "RSLTJRNL READ FAILED (STATUS " WS-JRNL-STATUS
                   ") - PARTITION JOURNALS NOT MERGED"
               SET CONS-FATAL TO TRUE
               SET JRNL-EOF TO TRUE
           END-IF.

       630-RELEASE-PARTITION-RECORD.
           READ PART-JOURNAL-FILE INTO JRNL-RECORD
               AT END
                   SET JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-PART-READ
                   IF JRNL-SEQUENCE NOT NUMERIC
                       OR JRNL-DATE NOT NUMERIC
                       OR JRNL-TIME NOT NUMERIC
                       DISPLAY "PARTJRNL RECORD " WS-JRNL-PART-READ
                           " IS NOT A JOURNAL RECORD - PARTITION "
                           "JOURNALS NOT MERGED"
                       SET CONS-FATAL TO TRUE
                       SET JRNL-EOF TO TRUE
                   ELSE
                       MOVE JRNL-DATE TO WS-JRNL-THIS-DATE
                       MOVE JRNL-TIME TO WS-JRNL-THIS-TIME
                       IF WS-JRNL-FIRST-SEQUENCE > 1
                           AND WS-JRNL-THIS-STAMP < WS-JRNL-FIRST-STAMP
                           ADD 1 TO WS-JRNL-OLDER
                       ELSE
                           MOVE JRNL-SEQUENCE TO JRNL-ORIGIN-SEQUENCE
                           MOVE SPACES TO SRT-RECORD
                           SET SRT-FROM-PARTITION TO TRUE
                           MOVE JRNL-SEQUENCE TO SRT-ORIGIN-SEQUENCE
                           PERFORM 640-RELEASE-JOURNAL-RECORD
                       END-IF
                   END-IF
           END-READ
           IF WS-PJRNL-STATUS NOT = "00"
               AND WS-PJRNL-STATUS NOT = "10"
               DISPLAY "PARTJRNL READ FAILED (STATUS " WS-PJRNL-STATUS
                   ") - PARTITION JOURNALS NOT MERGED"
               SET CONS-FATAL TO TRUE
               SET JRNL-EOF TO TRUE
           END-IF.

       640-RELEASE-JOURNAL-RECORD.
      *    THE CALLER HAS SET THE SOURCE AND ORIGIN SEQUENCE
           MOVE JRNL-DATE TO SRT-DATE
           MOVE JRNL-TIME TO SRT-TIME
           MOVE JRNL-JOBNAME TO SRT-JOBNAME
           MOVE JRNL-STEP-DATE TO SRT-STEP-DATE
           MOVE JRNL-STEP-TIME TO SRT-STEP-TIME
           MOVE JRNL-SEQUENCE TO SRT-SEQUENCE
           MOVE JRNL-RECORD TO SRT-JOURNAL-RECORD
           RELEASE SRT-RECORD.

       650-WRITE-MERGED-JOURNAL.
      *    SORT OUTPUT - NUMBER EVERY RECORD ON FROM RSLTJRNL'S FIRST
      *    SEQUENCE AND WRITE IT TO JRNLWORK, SKIPPING A PARTITION
      *    RECORD THAT FOLLOWS ITS OWN MERGED COPY. NOTHING IS
      *    WRITTEN IF THE INPUT FAILED.
           IF NOT CONS-FATAL
               IF WS-JRNL-FIRST-SEQUENCE > 0
                   COMPUTE WS-JRNL-NEXT-SEQUENCE =
                       WS-JRNL-FIRST-SEQUENCE - 1
               ELSE
                   MOVE 0 TO WS-JRNL-NEXT-SEQUENCE
               END-IF
               MOVE SPACES TO WS-JRNL-PRIOR-ORIGIN
               OPEN OUTPUT JRNL-WORK-FILE
               IF WS-JWORK-STATUS NOT = "00"
                   DISPLAY "JRNLWORK COULD NOT BE OPENED (STATUS "
                       WS-JWORK-STATUS ") - RSLTJRNL NOT CHANGED"
                   SET CONS-FATAL TO TRUE
               ELSE
                   SET SORT-NOT-EOF TO TRUE
                   PERFORM 660-WRITE-ONE-MERGED-RECORD
                       UNTIL SORT-EOF
                   CLOSE JRNL-WORK-FILE
               END-IF
           END-IF.

       660-WRITE-ONE-MERGED-RECORD.
           RETURN JRNL-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE SRT-JOURNAL-RECORD TO JRNL-RECORD
                   MOVE SRT-JOBNAME TO WS-JRNL-THIS-JOBNAME
                   MOVE SRT-STEP-DATE TO WS-JRNL-THIS-STEP-DATE
                   MOVE SRT-STEP-TIME TO WS-JRNL-THIS-STEP-TIME
                   MOVE SRT-ORIGIN-SEQUENCE TO WS-JRNL-THIS-SEQUENCE
                   IF SRT-FROM-PARTITION
                       AND WS-JRNL-THIS-ORIGIN = WS-JRNL-PRIOR-ORIGIN
                       ADD 1 TO WS-JRNL-ALREADY
                   ELSE
                       IF SRT-FROM-PARTITION
                           ADD 1 TO WS-JRNL-MERGED
                       END-IF
                       MOVE WS-JRNL-THIS-ORIGIN
                           TO WS-JRNL-PRIOR-ORIGIN
                       ADD 1 TO WS-JRNL-NEXT-SEQUENCE
                       MOVE WS-JRNL-NEXT-SEQUENCE TO JRNL-SEQUENCE
                       WRITE JWORK-RECORD FROM JRNL-RECORD
                       IF WS-JWORK-STATUS = "00"
                           ADD 1 TO WS-JRNL-WRITTEN
                       ELSE
                           DISPLAY "JRNLWORK WRITE FAILED (STATUS "
                               WS-JWORK-STATUS
                               ") - RSLTJRNL NOT CHANGED"
                           SET CONS-FATAL TO TRUE
                           SET SORT-EOF TO TRUE
                       END-IF
                   END-IF
           END-RETURN.

       680-REPLACE-MASTER-JOURNAL.
      *    COPY THE MERGED JOURNAL OVER RSLTJRNL. A FAILURE PART WAY
      *    LEAVES RSLTJRNL SHORT, BUT JRNLWORK STILL HOLDS ALL OF IT
      *    - COPY JRNLWORK TO RSLTJRNL BEFORE ANY OTHER STEP TOUCHES
      *    THE JOURNAL.
           MOVE 0 TO WS-JRNL-COPIED
           OPEN INPUT JRNL-WORK-FILE
           IF WS-JWORK-STATUS NOT = "00"
               DISPLAY "JRNLWORK COULD NOT BE REOPENED (STATUS "
                   WS-JWORK-STATUS ") - RSLTJRNL NOT CHANGED"
               SET CONS-FATAL TO TRUE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "RSLTJRNL COULD NOT BE OPENED FOR OUTPUT "
                       "(STATUS " WS-JRNL-STATUS
                       ") - RSLTJRNL NOT CHANGED"
                   SET CONS-FATAL TO TRUE
               ELSE
                   SET JRNL-OVERWRITTEN TO TRUE
                   SET JRNL-NOT-EOF TO TRUE
                   PERFORM 690-COPY-MERGED-RECORD
                       UNTIL JRNL-EOF
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE JRNL-WORK-FILE
           END-IF
           IF NOT CONS-FATAL
               IF WS-JRNL-COPIED NOT = WS-JRNL-WRITTEN
                   DISPLAY "RSLTJRNL COPIED " WS-JRNL-COPIED
                       " OF " WS-JRNL-WRITTEN " MERGED RECORDS"
                   SET CONS-FATAL TO TRUE
               ELSE
                   COMPUTE WS-JRNL-NEXT-SEQUENCE =
                       WS-JRNL-NEXT-SEQUENCE - WS-JRNL-WRITTEN + 1
                   DISPLAY "RSLTJRNL RENUMBERED: " WS-JRNL-WRITTEN
                       " RECORDS FROM SEQUENCE " WS-JRNL-NEXT-SEQUENCE
               END-IF
           END-IF
           IF CONS-FATAL AND JRNL-OVERWRITTEN
               DISPLAY "RSLTJRNL IS INCOMPLETE - COPY JRNLWORK OVER "
                   "RSLTJRNL BEFORE ANY STEP USES THE JOURNAL"
           END-IF.

       690-COPY-MERGED-RECORD.
           READ JRNL-WORK-FILE INTO JRNL-RECORD
               AT END
                   SET JRNL-EOF TO TRUE
               NOT AT END
                   WRITE JRNL-RECORD
                   IF WS-JRNL-STATUS = "00"
                       ADD 1 TO WS-JRNL-COPIED
                   ELSE
                       DISPLAY "RSLTJRNL WRITE FAILED (STATUS "
                           WS-JRNL-STATUS ") AFTER " WS-JRNL-COPIED
                           " RECORDS"
                       SET CONS-FATAL TO TRUE
                       SET JRNL-EOF TO TRUE
                   END-IF
           END-READ
           IF WS-JWORK-STATUS NOT = "00"
               AND WS-JWORK-STATUS NOT = "10"
               DISPLAY "JRNLWORK READ FAILED (STATUS " WS-JWORK-STATUS
                   ") AFTER " WS-JRNL-COPIED " RECORDS"
               SET CONS-FATAL TO TRUE
               SET JRNL-EOF TO TRUE
           END-IF.

       700-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PRT-PAGE-NUMBER
           ACCEPT WS-PRT-TIME FROM TIME
           MOVE WS-RUN-ID TO WS-PRT-H1-JOBNAME
           MOVE WS-RUN-NUMBER TO WS-PRT-H1-RUN
           IF WS-ACTIVE-RULESET = SPACES
               MOVE "RULESIN" TO WS-PRT-H1-RULESET
           ELSE
               MOVE WS-ACTIVE-RULESET TO WS-PRT-H1-RULESET
           END-IF
           MOVE WS-RUN-DATE TO WS-PRT-H1-DATE
           MOVE WS-PRT-TIME TO WS-PRT-H1-TIME
           MOVE WS-PRT-PAGE-NUMBER TO WS-PRT-H1-PAGE
           MOVE "1" TO PRT-CC
           MOVE WS-PRT-HEADING-1 TO PRT-DATA
           WRITE PRT-RECORD
           MOVE "0" TO PRT-CC
           MOVE WS-PRT-HEADING-2 TO PRT-DATA
           WRITE PRT-RECORD
           MOVE 0 TO WS-PRT-LINE-COUNT.

       710-PRINT-DETAIL-LINE.
      *    SAME WRAPPING AS FIZZBUZZ - A RESULT TOO WIDE FOR THE
      *    PRINT COLUMN GOES ONTO ONE CONTINUATION LINE, AND THE
      *    PAIR IS KEPT ON ONE PAGE
           IF PRPT-RESULT (123:38) = SPACES
               MOVE 1 TO WS-PRT-NEEDED
           ELSE
               MOVE 2 TO WS-PRT-NEEDED
           END-IF
           IF WS-PRT-LINE-COUNT + WS-PRT-NEEDED > WS-PRT-BODY-MAX
               PERFORM 700-PRINT-PAGE-HEADING
           END-IF
           MOVE WS-DTL-COUNTER TO WS-PRT-DTL-COUNTER
           MOVE PRPT-RESULT (1:122) TO WS-PRT-DTL-RESULT
           MOVE SPACE TO PRT-CC
           MOVE WS-PRT-DETAIL TO PRT-DATA
           WRITE PRT-RECORD
           ADD 1 TO WS-PRT-LINE-COUNT
           IF WS-PRT-NEEDED = 2
               MOVE PRPT-RESULT (123:38) TO WS-PRT-DTL-CONT-RESULT
               MOVE SPACE TO PRT-CC
               MOVE WS-PRT-DETAIL-CONT TO PRT-DATA
               WRITE PRT-RECORD
               ADD 1 TO WS-PRT-LINE-COUNT
           END-IF.

       800-DISPLAY-SUMMARY.
           DISPLAY "===== FIZZCONS SUMMARY ====="
           DISPLAY "LOGICAL RUN . . . . . . . . . : " WS-RUN-ID " "
               WS-RUN-NUMBER
           DISPLAY "RANGE . . . . . . . . . . . . : " WS-LOGICAL-START
               "-" WS-LOGICAL-LIMIT
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT
               EVALUATE TRUE
                   WHEN PT-COMPLETE (PART-IDX)
                       DISPLAY "PARTITION " PART-IDX " . . . . . . . "
                           ": COMPLETE " WS-PT-SLICE-START (PART-IDX)
                           "-" WS-PT-SLICE-LIMIT (PART-IDX) " "
                           WS-PT-TOTAL (PART-IDX) " COUNTERS RC="
                           WS-PT-SEVERITY (PART-IDX) " "
                           WS-PT-JOBNAME (PART-IDX)
                   WHEN PT-STARTED (PART-IDX)
                       DISPLAY "PARTITION " PART-IDX " . . . . . . . "
                           ": NEVER FINISHED " WS-PT-JOBNAME (PART-IDX)
                   WHEN OTHER
                       DISPLAY "PARTITION " PART-IDX " . . . . . . . "
                           ": MISSING"
               END-EVALUATE
           END-PERFORM
           IF RUN-INCOMPLETE
               DISPLAY "RESULT  . . . . . . . . . . . : INCOMPLETE - "
                   "NOT CONSOLIDATED"
           ELSE
               DISPLAY "TOTAL LINES PROCESSED . . . . : "
                   WS-TOTAL-COUNT
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   DISPLAY WS-RULE-LABEL (RULE-IDX)
                       " ONLY . . . . . . . : "
                       WS-RULE-ALONE-COUNT (RULE-IDX)
               END-PERFORM
               DISPLAY "MULTIPLE RULES (E.G. FIZZBUZZ) : "
                   WS-MULTI-COUNT
               DISPLAY "PLAIN NUMBERS . . . . . . . . . : "
                   WS-PLAIN-COUNT
               DISPLAY "RESTART REPEATS DROPPED . . . : "
                   WS-REPEATED-LINES
           END-IF
           DISPLAY "STRAY PARTSTAT RECORDS  . . . : "
               WS-FOREIGN-RECORDS
           DISPLAY "PARTITION JOURNAL RECORDS . . : "
               WS-JRNL-PART-READ
           DISPLAY "  MERGED INTO RSLTJRNL  . . . : "
               WS-JRNL-MERGED
           DISPLAY "  ALREADY ON RSLTJRNL . . . . : "
               WS-JRNL-ALREADY
           DISPLAY "  OLDER THAN RSLTJRNL . . . . : "
               WS-JRNL-OLDER.

       820-PRINT-RUN-SUBTOTALS.
           COMPUTE WS-PRT-NEEDED = WS-RULE-COUNT + 4
           IF WS-PRT-LINE-COUNT + WS-PRT-NEEDED > WS-PRT-BODY-MAX
               PERFORM 700-PRINT-PAGE-HEADING
           END-IF

           MOVE "0" TO PRT-CC
           MOVE SPACES TO PRT-DATA
           STRING "----- RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               " SUBTOTALS -----" DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           MOVE SPACE TO PRT-CC
           MOVE SPACES TO PRT-DATA
           STRING "COUNTERS PROCESSED . . . . : " DELIMITED BY SIZE
               WS-TOTAL-COUNT (2:5) DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE SPACES TO PRT-DATA
               STRING WS-RULE-LABEL (RULE-IDX) DELIMITED BY SIZE
                   " ONLY . . . . . . : " DELIMITED BY SIZE
                   WS-RULE-ALONE-COUNT (RULE-IDX) (2:5)
                       DELIMITED BY SIZE
                   INTO PRT-DATA
               WRITE PRT-RECORD
           END-PERFORM
           MOVE SPACES TO PRT-DATA
           STRING "MULTIPLE RULES . . . . . . : " DELIMITED BY SIZE
               WS-MULTI-COUNT (2:5) DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           MOVE SPACES TO PRT-DATA
           STRING "PLAIN NUMBERS  . . . . . . : " DELIMITED BY SIZE
               WS-PLAIN-COUNT (2:5) DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           COMPUTE WS-PRT-LINE-COUNT =
               WS-PRT-LINE-COUNT + WS-PRT-NEEDED + 1.

       830-PRINT-GRAND-TOTALS.
      *    THE SAME CLOSING PAGE FIZZBUZZ PRINTS, FOR THE ONE
      *    LOGICAL RUN THIS STEP CONSOLIDATED
           MOVE WS-TOTAL-COUNT TO WS-GRAND-TOTAL
           MOVE WS-PLAIN-COUNT TO WS-GRAND-PLAIN
           MOVE WS-MULTI-COUNT TO WS-GRAND-MULTI
           ADD 1 TO WS-PRT-PAGE-NUMBER
           ACCEPT WS-PRT-TIME FROM TIME
           MOVE WS-RUN-ID TO WS-PRT-GH-JOBNAME
           MOVE WS-RUN-DATE TO WS-PRT-GH-DATE
           MOVE WS-PRT-TIME TO WS-PRT-GH-TIME
           MOVE WS-PRT-PAGE-NUMBER TO WS-PRT-GH-PAGE
           MOVE "1" TO PRT-CC
           MOVE WS-PRT-GRAND-HEADING TO PRT-DATA
           WRITE PRT-RECORD
           MOVE "0" TO PRT-CC
           MOVE SPACES TO PRT-DATA
           STRING "===== GRAND TOTALS - 001 RUN(S) THIS STEP ====="
               DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           MOVE SPACE TO PRT-CC
           MOVE SPACES TO PRT-DATA
           STRING "COUNTERS PROCESSED . . . . : " DELIMITED BY SIZE
               WS-GRAND-TOTAL DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           MOVE SPACES TO PRT-DATA
           STRING "SINGLE-RULE MATCHES  . . . : " DELIMITED BY SIZE
               WS-GRAND-ALONE DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           MOVE SPACES TO PRT-DATA
           STRING "MULTIPLE-RULE MATCHES  . . : " DELIMITED BY SIZE
               WS-GRAND-MULTI DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD
           MOVE SPACES TO PRT-DATA
           STRING "PLAIN NUMBERS  . . . . . . : " DELIMITED BY SIZE
               WS-GRAND-PLAIN DELIMITED BY SIZE
               INTO PRT-DATA
           WRITE PRT-RECORD.

       900-TERMINATE.
           CLOSE REPORT-FILE
           IF PRINT-AVAILABLE
               PERFORM 830-PRINT-GRAND-TOTALS
               CLOSE PRINT-FILE
           END-IF.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZCONS" TO WS-STEP-PROGRAM
           MOVE "FIZZCONS" TO WS-STEP-JOBNAME
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
      *    FIZZOPS OPERATIONS REPORT. ONLY THE RECORD IS LOST IF
      *    JOBLOG CANNOT BE OPENED - THE STEP'S OWN WORK IS DONE -
      *    SO THAT IS A WARNING (RC=4 AT LEAST), NOT A FAILURE.
           COMPUTE WS-STEP-READ =
               WS-DETAIL-LINES + WS-REPEATED-LINES
           IF RUN-CONSOLIDATABLE AND NOT CONS-FATAL
               MOVE WS-DETAIL-LINES TO WS-STEP-WRITTEN
           END-IF
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "JOBLOG COULD NOT BE OPENED (STATUS "
                   WS-JOBLOG-STATUS ") - NO STEP RECORD WRITTEN"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO JOBLOG-RECORD
               MOVE WS-STEP-PROGRAM TO JLOG-PROGRAM
               MOVE WS-STEP-JOBNAME TO JLOG-JOBNAME
               MOVE WS-STEP-USERID TO JLOG-USERID
               MOVE WS-STEP-START-DATE TO JLOG-START-DATE
               MOVE WS-STEP-START-TIME TO JLOG-START-TIME
               ACCEPT JLOG-END-DATE FROM DATE YYYYMMDD
               ACCEPT JLOG-END-TIME FROM TIME
               MOVE RETURN-CODE TO JLOG-RETURN-CODE
               MOVE WS-STEP-HIGH-MSGID TO JLOG-HIGH-MSGID
               MOVE WS-STEP-READ TO JLOG-RECORDS-READ
               MOVE WS-STEP-WRITTEN TO JLOG-RECORDS-WRITTEN
               WRITE JOBLOG-RECORD
               CLOSE JOBLOG-FILE
           END-IF.
