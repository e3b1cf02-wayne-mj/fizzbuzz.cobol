      *    RUN THIS AFTER FIZZVRFY HAS PROVED THE CLUSTER CORRECT -
      *    THE PURGE ONLY HAPPENS WHEN THE EXTRACT COMPLETED CLEAN,
      *    SO A FAILED EXTRACT NEVER COSTS THE RESULTS.
      *    A CLEAN EXTRACT ALSO APPENDS MANIFEST RECORDS
      *    (ARCHMANR.CPY) TO THE ARCHMAN DATASET - GENERATION
      *    IDENTITY, THE RUN NUMBERS AND RUN DATES SWEPT, AND THE
      *    RECORD COUNT - SO THE FIZZAQRY ARCHIVE QUERY JOB KNOWS
      *    WHICH GENERATIONS TO MOUNT INSTEAD OF READING THEM ALL.
      *    THERE IS ONE RECORD PER UNBROKEN SPAN OF RUNS ARCHIVED: A
      *    HELD RUN (BELOW) IS NOT IN THE GENERATION, SO IT ENDS THE
      *    SPAN BEFORE IT AND NO RECORD'S RUN RANGE TAKES IT IN.
      *    A RUN THAT IS ON A FIZZXMIT RESULTS FEED STILL OPEN ON THE
      *    TRANSMISSION REGISTER (XREGREC.CPY) - NOT YET
      *    ACKNOWLEDGED, REJECTED, OR ACKNOWLEDGED WITH DIFFERENT
      *    COUNTS - IS HELD: LEFT OUT OF THE EXTRACT AND LEFT ON THE
      *    CLUSTER SO IT CAN STILL BE SENT AGAIN. WHEN ANY RUN IS
      *    HELD THE REST ARE PURGED RUN BY RUN WITH KEYED DELETES
      *    INSTEAD OF EMPTYING THE CLUSTER, AND THE STEP ENDS RC=4;
      *    A LATER FIZZARCH ARCHIVES THE HELD RUN ONCE ITS FEED IS
      *    CLOSED.
      *    THE PURGE IS JOURNALED TO RSLTJRNL (JRNLREC.CPY) LIKE
      *    EVERY OTHER CHANGE TO THE CLUSTER, SO A FORWARD RECOVERY
      *    FROM AN EARLIER BACKUP DOES NOT BRING PURGED RUNS BACK:
      *    ONE C RECORD FOR AN EMPTIED CLUSTER, ONE D RECORD PER KEY
      *    FOR A RUN-BY-RUN PURGE. NO JOURNAL, NO PURGE.
      *    THE PURGE IS HOUSEKEEPING AND NEEDS A PURGE GRANT ON
      *    AUTHFILE (AUTHREC.CPY). AN UNAUTHORIZED USER IS REFUSED
      *    (RC=16) BEFORE ANYTHING IS EXTRACTED OR PURGED AND THE
      *    REFUSAL IS LOGGED TO SECVIOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZARCH.

       FILE-CONTROL.
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

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
       FD  RESULT-KSDS
           LABEL RECORDS STANDARD.
           COPY ARCHMANR.

       FD  REGISTER-FILE
           LABEL RECORDS STANDARD.
           COPY XREGREC.

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY JRNLREC.

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
       01 WS-KSDS-STATUS    PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS    PIC XX VALUE SPACES.
       01 WS-CURRENT-RUN    PIC 9(3) VALUE 0.
       01 WS-RUN-RECORD-COUNT PIC 9(7) VALUE 0.

      *    RUNS ON A RESULTS FEED THAT IS STILL OPEN, FROM THE
      *    TRANSMISSION REGISTER - ONE ENTRY PER RUN RECORD OF AN
      *    OPEN FEED. A STATUS RECORD THAT CLOSES A FEED (ACCEPTED
      *    OR RESENT) FREES ITS ENTRIES (RECEIVER SPACES) FOR REUSE,
      *    SO THE TABLE HOLDS ONLY WHAT IS OUTSTANDING. OVERFLOW IS
      *    FATAL - NOTHING CAN BE PURGED SAFELY WITHOUT THE LIST.
       01 WS-XREG-STATUS    PIC XX VALUE SPACES.
       01 WS-XREG-EOF       PIC X VALUE "N".
           88 XREG-EOF                VALUE "Y".
           88 XREG-NOT-EOF            VALUE "N".
       01 WS-HOLD-COUNT     PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 999 TIMES INDEXED BY HOLD-IDX.
               10 WS-HOLD-RECEIVER     PIC X(8).
               10 WS-HOLD-SEQ          PIC 9(6).
               10 WS-HOLD-RUN          PIC 9(3).
               10 WS-HOLD-DATE         PIC 9(8).
       01 WS-HOLD-FOUND-IND PIC X VALUE "N".
           88 HOLD-FOUND              VALUE "Y".
           88 HOLD-NOT-FOUND          VALUE "N".
       01 WS-RUN-HELD-IND   PIC X VALUE "N".
           88 RUN-HELD                VALUE "Y".
           88 RUN-NOT-HELD            VALUE "N".
       01 WS-RUNS-HELD      PIC 9(3) VALUE 0.
       01 WS-HELD-RECORDS   PIC 9(7) VALUE 0.

      *    THE RUNS WRITTEN TO THIS GENERATION - WHAT A RUN-BY-RUN
      *    PURGE DELETES
       01 WS-PURGE-TABLE.
           05 WS-PURGE-RUN OCCURS 999 TIMES INDEXED BY PURGE-IDX
                                   PIC 9(3).
       01 WS-PURGE-DONE-IND PIC X VALUE "N".
           88 PURGE-RUN-DONE          VALUE "Y".
           88 PURGE-RUN-NOT-DONE      VALUE "N".
       01 WS-RECORDS-PURGED PIC 9(7) VALUE 0.
      *    THE RECORD ABOUT TO BE DELETED - THE JOURNAL'S BEFORE
      *    IMAGE, AND WHAT IS WRITTEN BACK IF THE JOURNAL CANNOT
      *    RECORD THE DELETE
       01 WS-BEFORE-RECORD  PIC X(176) VALUE SPACES.

      *    EXTRACT TOTALS FOR THE OPERATOR LOG
       01 WS-RUNS-ARCHIVED  PIC 9(3) VALUE 0.
       01 WS-TOTAL-RECORDS  PIC 9(7) VALUE 0.

      *    RUN IDENTITY SPANS OF THE EXTRACT FOR THE MANIFEST - THE
      *    KSDS IS READ IN ASCENDING KEY ORDER, SO THE FIRST GROUP
      *    OPENED IN A SPAN CARRIES ITS LOWEST RUN NUMBER AND THE
      *    LAST THE HIGHEST; A HELD RUN CLOSES THE SPAN IN PROGRESS
      *    AND THE NEXT RUN ARCHIVED OPENS A NEW ONE. THE RUN DATES
      *    ARE TRACKED AS A MIN/MAX PAIR BECAUSE A RESTARTED DECK CAN
      *    LEAVE MIXED DATES ON FILE
       01 WS-MAN-STATUS     PIC XX VALUE SPACES.
       01 WS-SPAN-OPEN-IND  PIC X VALUE "N".
           88 SPAN-OPEN               VALUE "Y".
           88 SPAN-CLOSED             VALUE "N".
       01 WS-SPAN-COUNT     PIC 9(3) VALUE 0.
       01 WS-SPAN-TABLE.
           05 WS-SPAN-ENTRY OCCURS 999 TIMES INDEXED BY SPAN-IDX.
               10 WS-SPAN-FIRST-RUN    PIC 9(3).
               10 WS-SPAN-LAST-RUN     PIC 9(3).
               10 WS-SPAN-FIRST-DATE   PIC 9(8).
               10 WS-SPAN-LAST-DATE    PIC 9(8).
       01 WS-MAN-DATE       PIC 9(8) VALUE 0.
       01 WS-MAN-TIME       PIC 9(8) VALUE 0.

      *    THE GENERATION IDENTITY FOR THE MANIFEST - FROM THE
      *    "ARCHGEN" ENVIRONMENT VARIABLE WHEN SET (THE SAME
       01 WS-ENV-NAME       PIC X(20) VALUE SPACES.
       01 WS-ENV-VALUE      PIC X(44) VALUE SPACES.

           COPY JOBLSTEP.
           COPY JRNLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 110-CHECK-PURGE-AUTHORITY
           IF NOT ARCHIVE-FATAL
               PERFORM 120-LOAD-FEED-HOLDS
           END-IF
           IF NOT ARCHIVE-FATAL
               PERFORM 130-OPEN-ARCHIVE-FILES
           END-IF
           IF NOT ARCHIVE-FATAL
               PERFORM 210-READ-NEXT-RESULT
               PERFORM 200-ARCHIVE-RESULTS
               CLOSE RESULT-KSDS
               CLOSE ARCHIVE-FILE
               IF NOT ARCHIVE-FATAL
                   EVALUATE TRUE
                       WHEN WS-TOTAL-RECORDS = 0
                               AND WS-RUNS-HELD = 0
                           DISPLAY "RESULTKS IS EMPTY - NOTHING TO "
                               "ARCHIVE, NOTHING TO PURGE"
                       WHEN WS-TOTAL-RECORDS = 0
                           DISPLAY "EVERY RUN ON RESULTKS IS HELD "
                               "FOR AN OPEN FEED - NOTHING ARCHIVED,"
                               " NOTHING PURGED"
                       WHEN WS-RUNS-HELD = 0
                           PERFORM 500-WRITE-MANIFEST-RECORD
                           PERFORM 400-PURGE-RESULT-KSDS
                       WHEN OTHER
                           PERFORM 500-WRITE-MANIFEST-RECORD
                           PERFORM 410-PURGE-RELEASED-RUNS
                   END-EVALUATE
               END-IF
               PERFORM 800-PRINT-SUMMARY
           END-IF

      *    0 = EVERYTHING ARCHIVED AND PURGED, 4 = RUNS HELD ON THE
      *    CLUSTER FOR AN OPEN FEED, 16 = EXTRACT OR PURGE FAILED
      *    OR THE USER IS NOT AUTHORIZED TO PURGE
           IF ARCHIVE-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RUNS-HELD > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       110-CHECK-PURGE-AUTHORITY.
      *    THE EXTRACT IS ONLY EVER RUN TO PURGE - REFUSE THE WHOLE
      *    STEP, NOT JUST THE PURGE, SO AN UNAUTHORIZED RUN LEAVES NO
      *    ARCHIVE GENERATION OR MANIFEST RECORD BEHIND EITHER
           MOVE "PURGE" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY WS-AUTH-MESSAGE
               DISPLAY "NOTHING ARCHIVED, NOTHING PURGED"
               SET ARCHIVE-FATAL TO TRUE
           END-IF.

       120-LOAD-FEED-HOLDS.
      *    NO REGISTER MEANS NO FEED HAS EVER BEEN SENT, SO NOTHING
      *    IS HELD. ANY OTHER OPEN FAILURE IS FATAL - WITHOUT THE
      *    REGISTER A RUN STILL OWED TO A RECEIVER COULD BE PURGED.
           OPEN INPUT REGISTER-FILE
           IF WS-XREG-STATUS = "35"
               DISPLAY "NO TRANSMISSION REGISTER - NO RUNS HELD FOR "
                   "RESULTS FEEDS"
           ELSE
               IF WS-XREG-STATUS NOT = "00"
                   DISPLAY "XMITREG COULD NOT BE OPENED (STATUS "
                       WS-XREG-STATUS ") - NOTHING ARCHIVED"
                   SET ARCHIVE-FATAL TO TRUE
               ELSE
                   PERFORM UNTIL XREG-EOF OR ARCHIVE-FATAL
                       READ REGISTER-FILE
                           AT END
                               SET XREG-EOF TO TRUE
                           NOT AT END
                               PERFORM 125-APPLY-REGISTER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.

       125-APPLY-REGISTER-RECORD.
      *    THE REGISTER IS IN TIME ORDER: A FEED'S RUN RECORDS COME
      *    BEFORE ANY STATUS RECORD FOR IT. REJECTED AND MISMATCH
      *    LEAVE THE FEED OPEN, SO ONLY A CLOSING STATUS RELEASES.
           EVALUATE TRUE
               WHEN XREG-RUN-ENTRY
                   SET HOLD-NOT-FOUND TO TRUE
                   PERFORM VARYING HOLD-IDX FROM 1 BY 1
                           UNTIL HOLD-IDX > WS-HOLD-COUNT
                               OR HOLD-FOUND
                       IF WS-HOLD-RECEIVER (HOLD-IDX) = SPACES
                           SET HOLD-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF HOLD-FOUND
                       SET HOLD-IDX DOWN BY 1
                   ELSE
                       IF WS-HOLD-COUNT >= 999
                           DISPLAY "MORE THAN 999 RUNS ON OPEN FEEDS "
                               "IN XMITREG - NOTHING ARCHIVED"
                           SET ARCHIVE-FATAL TO TRUE
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           SET HOLD-IDX TO WS-HOLD-COUNT
                       END-IF
                   END-IF
                   IF NOT ARCHIVE-FATAL
                       MOVE XREG-RUN-RECEIVER
                           TO WS-HOLD-RECEIVER (HOLD-IDX)
                       MOVE XREG-RUN-SEQUENCE TO WS-HOLD-SEQ (HOLD-IDX)
                       MOVE XREG-RUN-NUMBER TO WS-HOLD-RUN (HOLD-IDX)
                       MOVE XREG-RUN-DATE TO WS-HOLD-DATE (HOLD-IDX)
                   END-IF
               WHEN XREG-STATUS-ENTRY
                   IF XREG-STS-CLOSED
                       PERFORM VARYING HOLD-IDX FROM 1 BY 1
                               UNTIL HOLD-IDX > WS-HOLD-COUNT
                           IF WS-HOLD-RECEIVER (HOLD-IDX)
                                   = XREG-STS-RECEIVER
                               AND WS-HOLD-SEQ (HOLD-IDX)
                                   = XREG-STS-SEQUENCE
                               MOVE SPACES
                                   TO WS-HOLD-RECEIVER (HOLD-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       130-OPEN-ARCHIVE-FILES.
           OPEN INPUT RESULT-KSDS
           IF WS-KSDS-STATUS NOT = "00"
       200-ARCHIVE-RESULTS.
           IF RSLT-RUN-NUMBER NOT = WS-CURRENT-RUN
               PERFORM 300-CLOSE-RUN-GROUP
               PERFORM 220-CHECK-RUN-HELD
               IF RUN-HELD
                   PERFORM 320-NOTE-HELD-RUN
               ELSE
                   PERFORM 310-OPEN-RUN-GROUP
               END-IF
           END-IF

           IF RUN-HELD
               ADD 1 TO WS-HELD-RECORDS
           ELSE
               MOVE SPACES TO ARCH-DETAIL-RECORD
               MOVE "D" TO ARCH-DTL-ID
               MOVE RSLT-RUN-NUMBER TO ARCH-DTL-RUN-NUMBER
               MOVE RSLT-COUNTER-KEY TO ARCH-DTL-COUNTER
               MOVE RSLT-RESULT TO ARCH-DTL-RESULT
               WRITE ARCH-DETAIL-RECORD
               ADD 1 TO WS-RUN-RECORD-COUNT
               ADD 1 TO WS-TOTAL-RECORDS
           END-IF

           PERFORM 210-READ-NEXT-RESULT.

       210-READ-NEXT-RESULT.
           READ RESULT-KSDS NEXT RECORD
               AT END
                   SET KSDS-EOF TO TRUE
           END-READ
               SET KSDS-EOF TO TRUE
           END-IF.

       220-CHECK-RUN-HELD.
      *    HELD IF ANY OPEN FEED CARRIES THIS RUN NUMBER WITH THIS
      *    RUN DATE - RUN NUMBERS RESTART EVERY JOB, SO THE DATE IS
      *    WHAT TELLS TONIGHT'S RUN 001 FROM AN OLDER ONE
           SET RUN-NOT-HELD TO TRUE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT OR RUN-HELD
               IF WS-HOLD-RECEIVER (HOLD-IDX) NOT = SPACES
                   AND WS-HOLD-RUN (HOLD-IDX) = RSLT-RUN-NUMBER
                   AND WS-HOLD-DATE (HOLD-IDX) = RSLT-RUN-DATE
                   SET RUN-HELD TO TRUE
               END-IF
           END-PERFORM
           IF RUN-HELD
               SET HOLD-IDX DOWN BY 1
           END-IF.

       300-CLOSE-RUN-GROUP.
           IF GROUP-OPEN
               MOVE SPACES TO ARCH-TRAILER-RECORD
               MOVE WS-RUN-RECORD-COUNT TO ARCH-TRL-RECORD-COUNT
               WRITE ARCH-TRAILER-RECORD
               ADD 1 TO WS-RUNS-ARCHIVED
               SET PURGE-IDX TO WS-RUNS-ARCHIVED
               MOVE WS-CURRENT-RUN TO WS-PURGE-RUN (PURGE-IDX)
               SET GROUP-CLOSED TO TRUE
           END-IF.

           SET GROUP-OPEN TO TRUE

      *    TRACK THE RUN-IDENTITY SPAN FOR THE MANIFEST RECORD
           IF SPAN-CLOSED
               ADD 1 TO WS-SPAN-COUNT
               SET SPAN-IDX TO WS-SPAN-COUNT
               MOVE RSLT-RUN-NUMBER TO WS-SPAN-FIRST-RUN (SPAN-IDX)
               MOVE 99999999 TO WS-SPAN-FIRST-DATE (SPAN-IDX)
               MOVE 0 TO WS-SPAN-LAST-DATE (SPAN-IDX)
               SET SPAN-OPEN TO TRUE
           END-IF
           MOVE RSLT-RUN-NUMBER TO WS-SPAN-LAST-RUN (SPAN-IDX)
           IF RSLT-RUN-DATE < WS-SPAN-FIRST-DATE (SPAN-IDX)
               MOVE RSLT-RUN-DATE TO WS-SPAN-FIRST-DATE (SPAN-IDX)
           END-IF
           IF RSLT-RUN-DATE > WS-SPAN-LAST-DATE (SPAN-IDX)
               MOVE RSLT-RUN-DATE TO WS-SPAN-LAST-DATE (SPAN-IDX)
           END-IF.

       320-NOTE-HELD-RUN.
      *    THE RUN STAYS ON THE CLUSTER - NO HEADER, NO DETAILS -
      *    AND IS NOT IN THE GENERATION, SO THE MANIFEST SPAN IN
      *    PROGRESS ENDS AT THE RUN BEFORE IT
           MOVE RSLT-RUN-NUMBER TO WS-CURRENT-RUN
           SET SPAN-CLOSED TO TRUE
           ADD 1 TO WS-RUNS-HELD
           DISPLAY "RUN " RSLT-RUN-NUMBER " OF " RSLT-RUN-DATE
               " HELD ON RESULTKS - FEED " WS-HOLD-SEQ (HOLD-IDX)
               " TO " WS-HOLD-RECEIVER (HOLD-IDX) " IS STILL OPEN".

       500-WRITE-MANIFEST-RECORD.
      *    ONE MANIFEST RECORD PER SPAN OF THE GENERATION, EACH
      *    CARRYING THE SAME GENERATION IDENTITY, EXTRACT STAMP AND
      *    GENERATION TOTALS, APPENDED AFTER THE
      *    EXTRACT COMPLETED CLEAN AND BEFORE THE PURGE - A FAILED
      *    PURGE STILL LEAVES A TRUE DESCRIPTION OF THE GENERATION
      *    THAT WAS WRITTEN. THE MANIFEST SURVIVES ACROSS JOBS, SO
                   WS-MAN-STATUS ") - NO MANIFEST RECORD WRITTEN "
                   "FOR THIS GENERATION"
           ELSE
               ACCEPT WS-MAN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MAN-TIME FROM TIME
               PERFORM VARYING SPAN-IDX FROM 1 BY 1
                       UNTIL SPAN-IDX > WS-SPAN-COUNT
                   MOVE SPACES TO ARCH-MANIFEST-RECORD
                   MOVE WS-GEN-ID TO MAN-GEN-ID
                   MOVE WS-MAN-DATE TO MAN-EXTRACT-DATE
                   MOVE WS-MAN-TIME TO MAN-EXTRACT-TIME
                   MOVE WS-SPAN-FIRST-RUN (SPAN-IDX) TO MAN-FIRST-RUN
                   MOVE WS-SPAN-LAST-RUN (SPAN-IDX) TO MAN-LAST-RUN
                   MOVE WS-SPAN-FIRST-DATE (SPAN-IDX)
                       TO MAN-FIRST-DATE
                   MOVE WS-SPAN-LAST-DATE (SPAN-IDX) TO MAN-LAST-DATE
                   MOVE WS-RUNS-ARCHIVED TO MAN-RUNS-ARCHIVED
                   MOVE WS-TOTAL-RECORDS TO MAN-RECORD-COUNT
                   WRITE ARCH-MANIFEST-RECORD
                   IF WS-MAN-STATUS NOT = "00"
                       DISPLAY "ARCHMAN WRITE FAILED (STATUS "
                           WS-MAN-STATUS ") - MANIFEST FOR THIS "
                           "GENERATION INCOMPLETE"
                   END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

      *    FIZZBUZZ.COB EMPTIES THE CHECKPOINT: OPEN OUTPUT AND
      *    CLOSE. (ON VSAM THIS NEEDS THE CLUSTER DEFINED WITH
      *    REUSE - SEE THE JCL.)
           PERFORM 920-OPEN-JOURNAL
           IF JOURNAL-NOT-OPEN
               DISPLAY "RSLTJRNL COULD NOT BE OPENED (STATUS "
                   WS-JRNL-STATUS ") - ARCHIVED RECORDS REMAIN ON "
                   "THE CLUSTER"
               SET ARCHIVE-FATAL TO TRUE
           ELSE
               OPEN OUTPUT RESULT-KSDS
               IF WS-KSDS-STATUS NOT = "00"
                   DISPLAY "RESULTKS COULD NOT BE REOPENED FOR PURGE "
                       "(STATUS " WS-KSDS-STATUS ") - ARCHIVED "
                       "RECORDS REMAIN ON THE CLUSTER"
                   SET ARCHIVE-FATAL TO TRUE
               ELSE
                   CLOSE RESULT-KSDS
                   MOVE SPACES TO JRNL-RECORD
                   SET JRNL-CLEAR TO TRUE
                   MOVE ZEROS TO JRNL-KEY
                   PERFORM 930-WRITE-JOURNAL
                   IF JOURNAL-WRITE-FAILED
      *                THE CLUSTER IS ALREADY EMPTY AND CANNOT BE PUT
      *                BACK - A RECOVERY FROM AN OLDER BACKUP WOULD
      *                RESTORE THE ARCHIVED RUNS
                       DISPLAY "RSLTJRNL WRITE FAILED (STATUS "
                           WS-JRNL-STATUS ") - RESULTKS EMPTIED BUT "
                           "NOT JOURNALED. TAKE A NEW BACKUP"
                       SET ARCHIVE-FATAL TO TRUE
                   ELSE
                       DISPLAY "RESULTKS EMPTIED AFTER ARCHIVE"
                   END-IF
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       410-PURGE-RELEASED-RUNS.
      *    SOME RUNS ARE HELD, SO THE CLUSTER CANNOT SIMPLY BE
      *    EMPTIED - DELETE EACH ARCHIVED RUN'S RECORDS BY KEY AND
      *    LEAVE THE HELD ONES. THE DELETES MUST BALANCE TO THE
      *    RECORDS ARCHIVED; IF THEY DO NOT, OR THE PURGE STOPS
      *    PART-WAY, THE GENERATION STILL HOLDS EVERYTHING DELETED.
           PERFORM 920-OPEN-JOURNAL
           IF JOURNAL-NOT-OPEN
               DISPLAY "RSLTJRNL COULD NOT BE OPENED (STATUS "
                   WS-JRNL-STATUS ") - ARCHIVED RECORDS REMAIN ON "
                   "THE CLUSTER"
               SET ARCHIVE-FATAL TO TRUE
           ELSE
               OPEN I-O RESULT-KSDS
               IF WS-KSDS-STATUS NOT = "00"
                   DISPLAY "RESULTKS COULD NOT BE REOPENED FOR PURGE "
                       "(STATUS " WS-KSDS-STATUS ") - ARCHIVED "
                       "RECORDS REMAIN ON THE CLUSTER"
                   SET ARCHIVE-FATAL TO TRUE
                   CLOSE JOURNAL-FILE
                   SET JOURNAL-NOT-OPEN TO TRUE
               END-IF
           END-IF
           IF JOURNAL-OPEN
               PERFORM VARYING PURGE-IDX FROM 1 BY 1
                       UNTIL PURGE-IDX > WS-RUNS-ARCHIVED
                           OR ARCHIVE-FATAL
                   PERFORM 420-PURGE-ONE-RUN
               END-PERFORM
               CLOSE RESULT-KSDS
               CLOSE JOURNAL-FILE
               IF NOT ARCHIVE-FATAL
                   IF WS-RECORDS-PURGED NOT = WS-TOTAL-RECORDS
                       DISPLAY "RESULTKS PURGE DELETED "
                           WS-RECORDS-PURGED " RECORDS BUT "
                           WS-TOTAL-RECORDS " WERE ARCHIVED"
                       SET ARCHIVE-FATAL TO TRUE
                   ELSE
                       DISPLAY "ARCHIVED RUNS PURGED FROM RESULTKS - "
                           WS-RUNS-HELD " HELD RUN(S) LEFT ON THE "
                           "CLUSTER"
                   END-IF
               END-IF
           END-IF.

       420-PURGE-ONE-RUN.
           MOVE WS-PURGE-RUN (PURGE-IDX) TO RSLT-RUN-NUMBER
           MOVE 0 TO RSLT-COUNTER-KEY
           SET PURGE-RUN-NOT-DONE TO TRUE
           START RESULT-KSDS KEY IS NOT LESS THAN RSLT-KEY
               INVALID KEY
                   SET PURGE-RUN-DONE TO TRUE
           END-START
           PERFORM UNTIL PURGE-RUN-DONE
               READ RESULT-KSDS NEXT RECORD
                   AT END
                       SET PURGE-RUN-DONE TO TRUE
               END-READ
               IF NOT PURGE-RUN-DONE
                   IF WS-KSDS-STATUS NOT = "00"
                       DISPLAY "RESULTKS READ FAILED DURING PURGE "
                           "(STATUS " WS-KSDS-STATUS ")"
                       SET ARCHIVE-FATAL TO TRUE
                       SET PURGE-RUN-DONE TO TRUE
                   ELSE
                       IF RSLT-RUN-NUMBER NOT = WS-PURGE-RUN (PURGE-IDX)
                           SET PURGE-RUN-DONE TO TRUE
                       ELSE
                           MOVE RSLT-RECORD TO WS-BEFORE-RECORD
                           DELETE RESULT-KSDS RECORD
                               INVALID KEY
                                   DISPLAY "RESULTKS DELETE FAILED "
                                       "(STATUS " WS-KSDS-STATUS
                                       ") FOR RUN " RSLT-RUN-NUMBER
                                       " COUNTER " RSLT-COUNTER-KEY
                                   SET ARCHIVE-FATAL TO TRUE
                                   SET PURGE-RUN-DONE TO TRUE
                               NOT INVALID KEY
                                   PERFORM 430-JOURNAL-PURGE-DELETE
                           END-DELETE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       430-JOURNAL-PURGE-DELETE.
      *    A D RECORD FOR THE KEY JUST PURGED. IF THE JOURNAL CANNOT
      *    TAKE IT THE RECORD IS WRITTEN BACK AND THE PURGE STOPS -
      *    THE DELETES WILL NOT BALANCE, SO THE STEP ENDS FATAL.
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-DELETE TO TRUE
           MOVE RSLT-KEY TO JRNL-KEY
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-IMAGE
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-OK
               ADD 1 TO WS-RECORDS-PURGED
           ELSE
               MOVE WS-BEFORE-RECORD TO RSLT-RECORD
               WRITE RSLT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY "RSLTJRNL WRITE FAILED (STATUS "
                   WS-JRNL-STATUS ") AT RUN " RSLT-RUN-NUMBER
                   " COUNTER " RSLT-COUNTER-KEY " - PURGE STOPPED"
               SET ARCHIVE-FATAL TO TRUE
               SET PURGE-RUN-DONE TO TRUE
           END-IF.

       800-PRINT-SUMMARY.
           DISPLAY "===== FIZZARCH SUMMARY ====="
           DISPLAY "RUNS ARCHIVED . . . . . . . . : " WS-RUNS-ARCHIVED
           DISPLAY "RECORDS ARCHIVED  . . . . . . : "
               WS-TOTAL-RECORDS
           DISPLAY "RUNS HELD FOR OPEN FEEDS  . . : " WS-RUNS-HELD
           DISPLAY "RECORDS HELD  . . . . . . . . : " WS-HELD-RECORDS.

       920-OPEN-JOURNAL.
      *    LEARN THE LAST SEQUENCE NUMBER ON THE JOURNAL, THEN OPEN
      *    IT TO APPEND - THIS STEP'S RECORDS CARRY ON FROM WHOEVER
      *    WROTE LAST. NO JOURNAL YET (STATUS 35) STARTS AT 1. A
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
           MOVE "FIZZARCH" TO WS-STEP-PROGRAM
           MOVE "FIZZARCH" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-READ = WS-TOTAL-RECORDS + WS-HELD-RECORDS
           MOVE WS-TOTAL-RECORDS TO WS-STEP-WRITTEN
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
