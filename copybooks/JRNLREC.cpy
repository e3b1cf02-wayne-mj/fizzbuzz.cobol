      *****************************************************************
      *    JRNLREC - LAYOUT OF ONE RECORD OF THE RESULTKS UPDATE
      *    JOURNAL (RSLTJRNL). EVERY PROGRAM THAT CHANGES THE
      *    CLUSTER - FIZZBUZZ WRITING RESULTS, FIZZVRFY REPAIR MODE,
      *    FIZZREST RESTORES AND THE FIZZARCH PURGE - APPENDS ONE
      *    RECORD PER CHANGE, AFTER THE CHANGE SUCCEEDED:
      *      JRNL-SEQUENCE - ONE MORE THAN THE LAST RECORD ALREADY ON
      *        THE JOURNAL, WHOEVER WROTE IT. THE NUMBERS RUN UNBROKEN
      *        ACROSS EVERY PROGRAM AND JOB, SO FIZZRCVR CAN TELL A
      *        MISSING OR MISPLACED RECORD FROM A COMPLETE JOURNAL.
      *        THE PARTITIONS OF A PARTITIONED FIZZBUZZ RUN EACH
      *        JOURNAL TO THEIR OWN RSLTJRNL.PNN, NUMBERED ON ITS OWN;
      *        FIZZCONS MERGES THOSE INTO RSLTJRNL IN DATE/TIME ORDER
      *        AND NUMBERS THE WHOLE JOURNAL AFRESH FROM ITS FIRST
      *        RECORD'S SEQUENCE.
      *      JRNL-DATE / JRNL-TIME - WHEN THE CHANGE WAS MADE
      *        (YYYYMMDD / HHMMSSHH) - THE POINT-IN-TIME FIZZRCVR
      *        RECOVERS TO IS MEASURED AGAINST THESE.
      *      JRNL-PROGRAM / JRNL-JOBNAME / JRNL-USERID - WHO MADE IT.
      *      JRNL-STEP-DATE / JRNL-STEP-TIME - WHEN THE STEP THAT
      *        MADE IT STARTED; WITH THE PROGRAM AND JOBNAME THIS
      *        IDENTIFIES THE ONE EXECUTION (THE SAME STAMP AS ITS
      *        JOBLOG RECORD).
      *      JRNL-ACTION - W A KEY WAS ADDED, R A KEY WAS REWRITTEN,
      *        D A KEY WAS DELETED, C THE WHOLE CLUSTER WAS EMPTIED
      *        (OPENED OUTPUT) - C CARRIES A ZERO KEY AND NO IMAGES.
      *      JRNL-KEY - THE RSLT-KEY CHANGED.
      *      JRNL-BEFORE-IMAGE / JRNL-AFTER-IMAGE - THE WHOLE RESULT
      *        RECORD (RSLTREC.CPY LAYOUT, 176 BYTES) BEFORE AND
      *        AFTER THE CHANGE. SPACES WHERE THERE WAS NO RECORD -
      *        THE BEFORE IMAGE OF A W, THE AFTER IMAGE OF A D.
      *      JRNL-ORIGIN-SEQUENCE - ON A RECORD FIZZCONS MERGED IN
      *        FROM A PARTITION JOURNAL, ITS SEQUENCE THERE; WITH THE
      *        STEP IDENTITY THIS LETS A REPEATED MERGE SKIP RECORDS
      *        ALREADY MERGED. SPACES ON EVERY OTHER RECORD.
      *    LRECL=440 - THE RSLTJRNL JCL DCB MUST MATCH.
      *****************************************************************
       01  JRNL-RECORD.
           05  JRNL-SEQUENCE       PIC 9(9).
           05  JRNL-DATE           PIC 9(8).
           05  JRNL-TIME           PIC 9(8).
           05  JRNL-PROGRAM        PIC X(8).
           05  JRNL-JOBNAME        PIC X(8).
           05  JRNL-USERID         PIC X(8).
           05  JRNL-STEP-DATE      PIC 9(8).
           05  JRNL-STEP-TIME      PIC 9(8).
           05  JRNL-ACTION         PIC X(1).
               88  JRNL-WRITE            VALUE "W".
               88  JRNL-REWRITE          VALUE "R".
               88  JRNL-DELETE           VALUE "D".
               88  JRNL-CLEAR            VALUE "C".
               88  JRNL-VALID-ACTION     VALUE "W" "R" "D" "C".
           05  JRNL-KEY.
               10  JRNL-RUN-NUMBER PIC 9(3).
               10  JRNL-COUNTER-KEY PIC 9(5).
           05  JRNL-BEFORE-IMAGE   PIC X(176).
           05  JRNL-AFTER-IMAGE    PIC X(176).
           05  JRNL-ORIGIN-SEQUENCE PIC 9(9).
           05  FILLER              PIC X(5).
