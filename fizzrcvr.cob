      *    FIZZRCVR - FORWARD RECOVERY OF THE RESULTKS KSDS FROM ITS
      *    LAST BACKUP (AN IDCAMS REPRO OF THE CLUSTER TO RSLTBKUP)
      *    PLUS THE RSLTJRNL UPDATE JOURNAL (JRNLREC.CPY) EVERY
      *    PROGRAM THAT CHANGES THE CLUSTER APPENDS TO - THE WAY BACK
      *    FROM A LOST OR DAMAGED CLUSTER WITHOUT RERUNNING A DAY'S
      *    JOBS, OR TO THE CLUSTER AS IT STOOD AT A GIVEN MOMENT.
      *    THE RCVRCTL CARD (RCVRCARD.CPY) GIVES WHEN THE BACKUP WAS
      *    TAKEN AND THE POINT IN TIME TO RECOVER TO.
      *    THE JOURNAL IS READ TWICE: PASS 1 PROVES IT UNBROKEN UP TO
      *    THE RECOVERY POINT - EVERY SEQUENCE NUMBER ONE MORE THAN
      *    THE LAST, NO RECORD DATED BEFORE THE ONE AHEAD OF IT, AND
      *    REACHING BACK TO THE BACKUP - BEFORE THE CLUSTER IS
      *    TOUCHED. A GAP OR AN OUT-OF-SEQUENCE RECORD REBUILDS
      *    NOTHING (RC=16): A CLUSTER THAT LOOKS COMPLETE BUT IS NOT
      *    IS WORSE THAN NONE. PASS 2 EMPTIES THE CLUSTER, RELOADS
      *    THE BACKUP AND APPLIES THE AFTER IMAGES OF EVERY CHANGE
      *    STAMPED AFTER THE BACKUP AND NO LATER THAN THE RECOVERY
      *    POINT, THEN COUNTS THE KEYS BACK AGAINST WHAT THE BACKUP
      *    AND THE JOURNAL SAY SHOULD BE THERE.
      *    A CHANGE THE CLUSTER DOES NOT AGREE WITH (A KEY TO ADD
      *    ALREADY THERE, A KEY TO REWRITE OR DELETE MISSING OR NOT
      *    MATCHING ITS BEFORE IMAGE) IS STILL APPLIED BUT IS LISTED
      *    AS AN EXCEPTION (RC=8) - USUALLY A BACKUP STAMP THAT DOES
      *    NOT MATCH THE BACKUP SUPPLIED.
      *    THE RCVRRPT LISTING SHOWS THE CHANGES APPLIED FOR EACH
      *    PROGRAM AND RUN, WITH PROGRAM AND GRAND TOTALS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRCVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCVRCTL-FILE ASSIGN TO "RCVRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVCTL-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "RSLTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCVRCTL-FILE
           LABEL RECORDS STANDARD.
           COPY RCVRCARD.

      *    RSLTBKUP IS A STRAIGHT REPRO OF THE CLUSTER - ONE RESULT
      *    RECORD (RSLTREC.CPY LAYOUT) PER LINE, IN KEY ORDER
       FD  BACKUP-FILE
           LABEL RECORDS STANDARD.
       01  BKUP-RECORD         PIC X(176).

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY JRNLREC.

       FD  RESULT-KSDS
           LABEL RECORDS STANDARD.
           COPY RSLTREC.

       FD  RECOVERY-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  RCVRPT-LINE         PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-RCVCTL-STATUS  PIC XX VALUE SPACES.
       01 WS-BKUP-STATUS    PIC XX VALUE SPACES.
       01 WS-KSDS-STATUS    PIC XX VALUE SPACES.
       01 WS-RCVRPT-STATUS  PIC XX VALUE SPACES.
       01 WS-BKUP-EOF       PIC X VALUE "N".
           88 BACKUP-EOF              VALUE "Y".
           88 BACKUP-NOT-EOF          VALUE "N".
       01 WS-KSDS-EOF       PIC X VALUE "N".
           88 KSDS-EOF                VALUE "Y".
           88 KSDS-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 RECOVERY-FATAL          VALUE "Y".
           88 RECOVERY-NOT-FATAL      VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 RECOVERY-WARNING        VALUE "Y".
           88 RECOVERY-NO-WARNING     VALUE "N".

      *    SET ONCE PASS 2 HAS EMPTIED THE CLUSTER - A FAILURE FROM
      *    THERE ON LEAVES IT PART-BUILT, AND THE OPERATOR MUST BE
      *    TOLD NOT TO USE IT
       01 WS-REBUILD-IND    PIC X VALUE "N".
           88 REBUILD-STARTED         VALUE "Y".
           88 REBUILD-NOT-STARTED     VALUE "N".

      *    THE TWO POINTS FROM THE CARD AND THE STAMP OF THE JOURNAL
      *    RECORD IN HAND, ALL AS YYYYMMDDHHMMSSHH. A BACKUP STAMP
      *    OF ZERO MEANS NO BACKUP.
       01 WS-BACKUP-DATE    PIC 9(8) VALUE 0.
       01 WS-BACKUP-TIME    PIC 9(8) VALUE 0.
       01 WS-TARGET-DATE    PIC 9(8) VALUE 99999999.
       01 WS-TARGET-TIME    PIC 9(8) VALUE 99999999.
       01 WS-BACKUP-STAMP   PIC 9(16) VALUE 0.
       01 WS-TARGET-STAMP   PIC 9(16) VALUE 0.
       01 WS-RECORD-STAMP   PIC 9(16) VALUE 0.
       01 WS-PRIOR-STAMP    PIC 9(16) VALUE 0.
       01 WS-TARGET-IND     PIC X VALUE "E".
           88 TARGET-END-OF-JOURNAL   VALUE "E".
           88 TARGET-POINT-IN-TIME    VALUE "P".

      *    PASS 1 - THE JOURNAL CHECK
       01 WS-PRIOR-SEQUENCE PIC 9(9) VALUE 0.
       01 WS-GAP-FROM       PIC 9(9) VALUE 0.
       01 WS-GAP-THRU       PIC 9(9) VALUE 0.
       01 WS-FIRST-SEQUENCE PIC 9(9) VALUE 0.
       01 WS-FAULT-TEXT     PIC X(80) VALUE SPACES.
       01 WS-CHK-EXAMINED   PIC 9(9) VALUE 0.
       01 WS-CHK-IN-BACKUP  PIC 9(9) VALUE 0.
       01 WS-CHK-TO-APPLY   PIC 9(9) VALUE 0.
       01 WS-PAST-TARGET-IND PIC X VALUE "N".
           88 PAST-TARGET             VALUE "Y".
           88 NOT-PAST-TARGET         VALUE "N".
       01 WS-STOP-SEQUENCE  PIC 9(9) VALUE 0.

      *    PASS 2 - THE REBUILD. WS-EXPECTED-KEYS FOLLOWS WHAT THE
      *    BACKUP AND EVERY CHANGE APPLIED SAY THE CLUSTER HOLDS, FOR
      *    THE CLOSING COUNT OF WHAT IT ACTUALLY HOLDS.
       01 WS-JRNL-READ      PIC 9(9) VALUE 0.
       01 WS-BACKUP-LOADED  PIC 9(9) VALUE 0.
       01 WS-SKIPPED        PIC 9(9) VALUE 0.
       01 WS-APPLIED        PIC 9(9) VALUE 0.
       01 WS-EXCEPTIONS     PIC 9(9) VALUE 0.
       01 WS-EXPECTED-KEYS  PIC 9(9) VALUE 0.
       01 WS-ACTUAL-KEYS    PIC 9(9) VALUE 0.
       01 WS-KEY-FOUND-IND  PIC X VALUE "N".
           88 KEY-FOUND               VALUE "Y".
           88 KEY-NOT-FOUND           VALUE "N".
       01 WS-EXCEPTION-TEXT PIC X(60) VALUE SPACES.

      *    CHANGES APPLIED BY EXECUTION AND RUN - ONE ENTRY PER
      *    PROGRAM/JOBNAME/STEP START/RUN NUMBER, IN THE ORDER FIRST
      *    MET ON THE JOURNAL. CONSECUTIVE CHANGES NEARLY ALWAYS
      *    BELONG TO THE SAME ENTRY, SO THE LAST ONE USED IS TRIED
      *    BEFORE THE TABLE IS SEARCHED. OVERFLOW IS COUNTED, NOT
      *    DROPPED.
       01 WS-RUN-COUNT      PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 999 TIMES INDEXED BY RUN-IDX.
               10 WS-RUN-PROGRAM       PIC X(8).
               10 WS-RUN-JOBNAME       PIC X(8).
               10 WS-RUN-USERID        PIC X(8).
               10 WS-RUN-STEP-DATE     PIC 9(8).
               10 WS-RUN-STEP-TIME     PIC 9(8).
               10 WS-RUN-NUMBER        PIC 9(3).
               10 WS-RUN-ADDED         PIC 9(9).
               10 WS-RUN-REWRITTEN     PIC 9(9).
               10 WS-RUN-DELETED       PIC 9(9).
               10 WS-RUN-CLEARED       PIC 9(9).
       01 CUR-IDX           PIC 9(3) VALUE 0.
       01 PICK-IDX          PIC 9(3) VALUE 0.
       01 WS-RUN-OVERFLOW   PIC 9(9) VALUE 0.

      *    THE SAME CHANGES TOTALLED BY PROGRAM, AND FOR THE WHOLE
      *    RECOVERY
       01 WS-PGM-COUNT      PIC 9(3) VALUE 0.
       01 WS-PGM-TABLE.
           05 WS-PGM-ENTRY OCCURS 20 TIMES INDEXED BY PGM-IDX.
               10 WS-PGM-PROGRAM       PIC X(8).
               10 WS-PGM-ADDED         PIC 9(9).
               10 WS-PGM-REWRITTEN     PIC 9(9).
               10 WS-PGM-DELETED       PIC 9(9).
               10 WS-PGM-CLEARED       PIC 9(9).
       01 WS-TOT-ADDED      PIC 9(9) VALUE 0.
       01 WS-TOT-REWRITTEN  PIC 9(9) VALUE 0.
       01 WS-TOT-DELETED    PIC 9(9) VALUE 0.
       01 WS-TOT-CLEARED    PIC 9(9) VALUE 0.

      *    DETAIL LINE FOR ONE EXECUTION AND RUN, ALSO USED FOR THE
      *    PROGRAM AND GRAND TOTAL LINES
       01 WS-CHG-LINE.
           05 WS-CL-PROGRAM     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-JOBNAME     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-USERID      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-STEP-DATE   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-STEP-TIME   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-RUN         PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-ADDED       PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-REWRITTEN   PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-DELETED     PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CL-CLEARED     PIC 9(9).

           COPY JOBLSTEP.
           COPY JRNLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-CONTROL-CARD
           IF NOT RECOVERY-FATAL
               PERFORM 130-OPEN-REPORT
           END-IF
           IF NOT RECOVERY-FATAL
               PERFORM 170-WRITE-REPORT-HEADER
               PERFORM 200-CHECK-JOURNAL
               IF NOT RECOVERY-FATAL
                   PERFORM 300-REBUILD-CLUSTER
               END-IF
               IF REBUILD-STARTED
                   PERFORM 800-WRITE-RECOVERY-SUMMARY
               END-IF
               IF RECOVERY-FATAL
                   PERFORM 890-REPORT-NOT-RECOVERED
               END-IF
               CLOSE RECOVERY-REPORT-FILE
           END-IF

      *    0 = CLUSTER RECOVERED CLEAN, 4 = NOTHING AFTER THE BACKUP
      *    TO APPLY, 8 = RECOVERED WITH EXCEPTIONS (CHECK THE BACKUP
      *    STAMP AGAINST THE BACKUP SUPPLIED), 16 = NOT RECOVERED -
      *    BAD CARD, BROKEN JOURNAL, I/O FAILURE OR A KEY COUNT THAT
      *    DOES NOT BALANCE
           IF RECOVERY-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTIONS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF RECOVERY-WARNING
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-CONTROL-CARD.
      *    THE CARD IS REQUIRED - THERE IS NO SAFE DEFAULT FOR WHICH
      *    BACKUP WAS SUPPLIED OR HOW FAR TO RECOVER
           OPEN INPUT RCVRCTL-FILE
           IF WS-RCVCTL-STATUS = "00"
               READ RCVRCTL-FILE
                   AT END
                       DISPLAY "NO RECOVERY CARD SUPPLIED ON RCVRCTL - "
                           "RECOVERY ABANDONED"
                       SET RECOVERY-FATAL TO TRUE
                   NOT AT END
                       PERFORM 105-VALIDATE-CONTROL-CARD
               END-READ
               CLOSE RCVRCTL-FILE
           ELSE
               DISPLAY "RCVRCTL NOT AVAILABLE (STATUS "
                   WS-RCVCTL-STATUS ") - RECOVERY ABANDONED"
               SET RECOVERY-FATAL TO TRUE
           END-IF.

       105-VALIDATE-CONTROL-CARD.
           IF RCV-BACKUP-TIME = SPACES
               MOVE ZEROS TO RCV-BACKUP-TIME
           END-IF
           IF RCV-BACKUP-DATE NOT NUMERIC
               DISPLAY "INVALID BACKUP DATE '" RCV-BACKUP-DATE
                   "' - NOT NUMERIC. RECOVERY ABANDONED"
               SET RECOVERY-FATAL TO TRUE
           ELSE
               IF RCV-BACKUP-TIME NOT NUMERIC
                   DISPLAY "INVALID BACKUP TIME '" RCV-BACKUP-TIME
                       "' - NOT NUMERIC. RECOVERY ABANDONED"
                   SET RECOVERY-FATAL TO TRUE
               ELSE
                   MOVE RCV-BACKUP-DATE TO WS-BACKUP-DATE
                   MOVE RCV-BACKUP-TIME TO WS-BACKUP-TIME
               END-IF
           END-IF

           IF NOT RECOVERY-FATAL
               IF RCV-TARGET-DATE = SPACES
                   SET TARGET-END-OF-JOURNAL TO TRUE
               ELSE
                   SET TARGET-POINT-IN-TIME TO TRUE
                   IF RCV-TARGET-TIME = SPACES
                       MOVE "99999999" TO RCV-TARGET-TIME
                   END-IF
                   IF RCV-TARGET-DATE NOT NUMERIC
                       DISPLAY "INVALID RECOVERY DATE '"
                           RCV-TARGET-DATE "' - NOT NUMERIC. "
                           "RECOVERY ABANDONED"
                       SET RECOVERY-FATAL TO TRUE
                   ELSE
                       IF RCV-TARGET-TIME NOT NUMERIC
                           DISPLAY "INVALID RECOVERY TIME '"
                               RCV-TARGET-TIME "' - NOT NUMERIC. "
                               "RECOVERY ABANDONED"
                           SET RECOVERY-FATAL TO TRUE
                       ELSE
                           MOVE RCV-TARGET-DATE TO WS-TARGET-DATE
                           MOVE RCV-TARGET-TIME TO WS-TARGET-TIME
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF NOT RECOVERY-FATAL
               COMPUTE WS-BACKUP-STAMP =
                   WS-BACKUP-DATE * 100000000 + WS-BACKUP-TIME
               COMPUTE WS-TARGET-STAMP =
                   WS-TARGET-DATE * 100000000 + WS-TARGET-TIME
               IF WS-TARGET-STAMP < WS-BACKUP-STAMP
                   DISPLAY "RECOVERY POINT " WS-TARGET-DATE " "
                       WS-TARGET-TIME " IS BEFORE THE BACKUP "
                       WS-BACKUP-DATE " " WS-BACKUP-TIME
                       " - RECOVERY ABANDONED"
                   SET RECOVERY-FATAL TO TRUE
               END-IF
           END-IF.

       130-OPEN-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-RCVRPT-STATUS NOT = "00"
               DISPLAY "RCVRRPT COULD NOT BE OPENED (STATUS "
                   WS-RCVRPT-STATUS ") - RECOVERY ABANDONED"
               SET RECOVERY-FATAL TO TRUE
           END-IF.

       170-WRITE-REPORT-HEADER.
           MOVE "===== RESULTKS FORWARD RECOVERY =====" TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           IF WS-BACKUP-STAMP = 0
               MOVE "BACKUP POINT  : NONE - REBUILT FROM THE JOURNAL"
                   TO RCVRPT-LINE
           ELSE
               STRING "BACKUP POINT  : " DELIMITED BY SIZE
                   WS-BACKUP-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BACKUP-TIME DELIMITED BY SIZE
                   INTO RCVRPT-LINE
           END-IF
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           IF TARGET-END-OF-JOURNAL
               MOVE "RECOVERY POINT: END OF JOURNAL" TO RCVRPT-LINE
           ELSE
               STRING "RECOVERY POINT: " DELIMITED BY SIZE
                   WS-TARGET-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TARGET-TIME DELIMITED BY SIZE
                   INTO RCVRPT-LINE
           END-IF
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE.

       200-CHECK-JOURNAL.
      *    PASS 1 - PROVE THE JOURNAL UNBROKEN FROM THE BACKUP TO THE
      *    RECOVERY POINT BEFORE THE CLUSTER IS TOUCHED. THE FIRST
      *    RECORD PAST THE RECOVERY POINT IS STILL CHECKED FOR ITS
      *    SEQUENCE - A MISSING RECORD JUST AHEAD OF IT COULD HAVE
      *    BEEN DATED INSIDE THE RECOVERY - AND THE CHECK ENDS THERE.
      *    NO JOURNAL YET (STATUS 35) IS AN EMPTY ONE.
           MOVE 0 TO WS-PRIOR-SEQUENCE
           MOVE 0 TO WS-PRIOR-STAMP
           SET NOT-PAST-TARGET TO TRUE
           SET JRNL-NOT-EOF TO TRUE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               PERFORM 220-CHECK-ONE-RECORD
                   UNTIL JRNL-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JRNL-STATUS NOT = "35"
                   DISPLAY "RSLTJRNL COULD NOT BE OPENED (STATUS "
                       WS-JRNL-STATUS ") - RECOVERY ABANDONED"
                   SET RECOVERY-FATAL TO TRUE
               END-IF
           END-IF

           IF NOT RECOVERY-FATAL
               IF WS-CHK-EXAMINED = 0 AND WS-BACKUP-STAMP = 0
                   DISPLAY "NO BACKUP AND NO JOURNAL RECORDS - "
                       "NOTHING TO RECOVER FROM"
                   MOVE "NO BACKUP AND NO JOURNAL RECORDS"
                       TO WS-FAULT-TEXT
                   SET RECOVERY-FATAL TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO RCVRPT-LINE
           IF RECOVERY-FATAL
               IF WS-FAULT-TEXT NOT = SPACES
                   STRING "JOURNAL CHECK FAILED: " DELIMITED BY SIZE
                       WS-FAULT-TEXT DELIMITED BY SIZE
                       INTO RCVRPT-LINE
                   WRITE RCVRPT-LINE
               END-IF
           ELSE
               STRING "JOURNAL CHECK : " DELIMITED BY SIZE
                   WS-CHK-EXAMINED DELIMITED BY SIZE
                   " RECORDS CHECKED UNBROKEN (SEQUENCE "
                   DELIMITED BY SIZE
                   WS-FIRST-SEQUENCE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                   "), " DELIMITED BY SIZE
                   WS-CHK-TO-APPLY DELIMITED BY SIZE
                   " TO APPLY" DELIMITED BY SIZE
                   INTO RCVRPT-LINE
               WRITE RCVRPT-LINE
               IF WS-CHK-TO-APPLY = 0
                   DISPLAY "NO JOURNALED CHANGES AFTER THE BACKUP - "
                       "RESULTKS WILL BE THE BACKUP AS TAKEN"
                   SET RECOVERY-WARNING TO TRUE
               END-IF
           END-IF.

       210-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
           END-READ
           IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "10"
               DISPLAY "RSLTJRNL READ FAILED (STATUS " WS-JRNL-STATUS
                   ") AFTER SEQUENCE " WS-PRIOR-SEQUENCE
                   " - RECOVERY ABANDONED"
               MOVE "RSLTJRNL COULD NOT BE READ THROUGH"
                   TO WS-FAULT-TEXT
               SET RECOVERY-FATAL TO TRUE
               SET JRNL-EOF TO TRUE
           END-IF.

       220-CHECK-ONE-RECORD.
           PERFORM 210-READ-JOURNAL
           IF NOT JRNL-EOF
               IF JRNL-SEQUENCE NOT NUMERIC
                   OR JRNL-DATE NOT NUMERIC
                   OR JRNL-TIME NOT NUMERIC
                   OR NOT JRNL-VALID-ACTION
                   MOVE SPACES TO WS-FAULT-TEXT
                   STRING "UNREADABLE RECORD AFTER SEQUENCE "
                       DELIMITED BY SIZE
                       WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                       INTO WS-FAULT-TEXT
                   PERFORM 290-STOP-ON-JOURNAL-FAULT
               ELSE
                   COMPUTE WS-RECORD-STAMP =
                       JRNL-DATE * 100000000 + JRNL-TIME
                   PERFORM 230-CHECK-CONTINUITY
               END-IF
           END-IF
           IF NOT JRNL-EOF
               IF WS-RECORD-STAMP > WS-TARGET-STAMP
                   SET PAST-TARGET TO TRUE
                   MOVE JRNL-SEQUENCE TO WS-STOP-SEQUENCE
                   SET JRNL-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CHK-EXAMINED
                   IF WS-RECORD-STAMP > WS-BACKUP-STAMP
                       ADD 1 TO WS-CHK-TO-APPLY
                   ELSE
                       ADD 1 TO WS-CHK-IN-BACKUP
                   END-IF
                   MOVE JRNL-SEQUENCE TO WS-PRIOR-SEQUENCE
                   MOVE WS-RECORD-STAMP TO WS-PRIOR-STAMP
               END-IF
           END-IF.

       230-CHECK-CONTINUITY.
      *    THE FIRST RECORD NEED NOT BE SEQUENCE 1 WHEN IT IS COVERED
      *    BY THE BACKUP (AN OLD JOURNAL TRIMMED BACK), BUT THE FIRST
      *    CHANGE AFTER THE BACKUP MUST THEN FOLLOW ON FROM IT; AFTER
      *    THAT EVERY SEQUENCE IS ONE MORE THAN THE LAST AND NO
      *    RECORD IS DATED BEFORE THE ONE AHEAD OF IT
           IF WS-CHK-EXAMINED = 0
               MOVE JRNL-SEQUENCE TO WS-FIRST-SEQUENCE
               IF JRNL-SEQUENCE NOT = 1
                   AND WS-RECORD-STAMP > WS-BACKUP-STAMP
                   MOVE SPACES TO WS-FAULT-TEXT
                   IF WS-BACKUP-STAMP = 0
                       STRING "JOURNAL STARTS AT SEQUENCE "
                           DELIMITED BY SIZE
                           JRNL-SEQUENCE DELIMITED BY SIZE
                           " - WITH NO BACKUP IT MUST START AT 1"
                           DELIMITED BY SIZE
                           INTO WS-FAULT-TEXT
                   ELSE
                       STRING "JOURNAL STARTS AT SEQUENCE "
                           DELIMITED BY SIZE
                           JRNL-SEQUENCE DELIMITED BY SIZE
                           " AFTER THE BACKUP - EARLIER CHANGES MISSING"
                           DELIMITED BY SIZE
                           INTO WS-FAULT-TEXT
                   END-IF
                   PERFORM 290-STOP-ON-JOURNAL-FAULT
               END-IF
           ELSE
               IF JRNL-SEQUENCE NOT = WS-PRIOR-SEQUENCE + 1
                   MOVE SPACES TO WS-FAULT-TEXT
                   IF JRNL-SEQUENCE > WS-PRIOR-SEQUENCE
                       COMPUTE WS-GAP-FROM = WS-PRIOR-SEQUENCE + 1
                       COMPUTE WS-GAP-THRU = JRNL-SEQUENCE - 1
                       STRING "GAP - SEQUENCE " DELIMITED BY SIZE
                           WS-GAP-FROM DELIMITED BY SIZE
                           " THRU " DELIMITED BY SIZE
                           WS-GAP-THRU DELIMITED BY SIZE
                           " MISSING" DELIMITED BY SIZE
                           INTO WS-FAULT-TEXT
                   ELSE
                       STRING "OUT OF SEQUENCE - " DELIMITED BY SIZE
                           JRNL-SEQUENCE DELIMITED BY SIZE
                           " FOLLOWS " DELIMITED BY SIZE
                           WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                           INTO WS-FAULT-TEXT
                   END-IF
                   PERFORM 290-STOP-ON-JOURNAL-FAULT
               ELSE
                   IF WS-RECORD-STAMP < WS-PRIOR-STAMP
                       MOVE SPACES TO WS-FAULT-TEXT
                       STRING "OUT OF SEQUENCE - " DELIMITED BY SIZE
                           JRNL-SEQUENCE DELIMITED BY SIZE
                           " IS DATED BEFORE " DELIMITED BY SIZE
                           WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                           INTO WS-FAULT-TEXT
                       PERFORM 290-STOP-ON-JOURNAL-FAULT
                   END-IF
               END-IF
           END-IF.

       290-STOP-ON-JOURNAL-FAULT.
           DISPLAY "RSLTJRNL CHECK FAILED: " WS-FAULT-TEXT
           DISPLAY "RESULTKS NOT TOUCHED - RECOVERY ABANDONED"
           SET RECOVERY-FATAL TO TRUE
           SET JRNL-EOF TO TRUE.

       300-REBUILD-CLUSTER.
      *    PASS 2 - EVERYTHING NEEDED IS OPENED BEFORE THE CLUSTER IS
      *    EMPTIED, SO A MISSING BACKUP OR JOURNAL STILL LEAVES IT AS
      *    IT WAS. WITH NO BACKUP THE RSLTBKUP DD IS NOT READ AND MAY
      *    BE DUMMY.
           IF WS-BACKUP-STAMP NOT = 0
               OPEN INPUT BACKUP-FILE
               IF WS-BKUP-STATUS NOT = "00"
                   DISPLAY "RSLTBKUP COULD NOT BE OPENED (STATUS "
                       WS-BKUP-STATUS ") - RESULTKS NOT TOUCHED"
                   SET RECOVERY-FATAL TO TRUE
               END-IF
           END-IF

           IF NOT RECOVERY-FATAL AND WS-CHK-EXAMINED > 0
               OPEN INPUT JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "RSLTJRNL COULD NOT BE REOPENED (STATUS "
                       WS-JRNL-STATUS ") - RESULTKS NOT TOUCHED"
                   SET RECOVERY-FATAL TO TRUE
                   IF WS-BACKUP-STAMP NOT = 0
                       CLOSE BACKUP-FILE
                   END-IF
               END-IF
           END-IF

           IF NOT RECOVERY-FATAL
               PERFORM 310-EMPTY-CLUSTER
               IF RECOVERY-FATAL
                   IF WS-BACKUP-STAMP NOT = 0
                       CLOSE BACKUP-FILE
                   END-IF
                   IF WS-CHK-EXAMINED > 0
                       CLOSE JOURNAL-FILE
                   END-IF
               ELSE
                   SET REBUILD-STARTED TO TRUE
               END-IF
           END-IF

           IF REBUILD-STARTED
               IF WS-BACKUP-STAMP NOT = 0
                   SET BACKUP-NOT-EOF TO TRUE
                   PERFORM 320-LOAD-BACKUP-RECORD
                       UNTIL BACKUP-EOF
                   CLOSE BACKUP-FILE
               END-IF
               MOVE WS-BACKUP-LOADED TO WS-EXPECTED-KEYS
               MOVE SPACES TO RCVRPT-LINE
               STRING "BACKUP LOADED : " DELIMITED BY SIZE
                   WS-BACKUP-LOADED DELIMITED BY SIZE
                   " RECORDS FROM RSLTBKUP" DELIMITED BY SIZE
                   INTO RCVRPT-LINE
               WRITE RCVRPT-LINE
               MOVE SPACES TO RCVRPT-LINE
               WRITE RCVRPT-LINE
               MOVE "----- EXCEPTIONS -----" TO RCVRPT-LINE
               WRITE RCVRPT-LINE
               IF WS-CHK-EXAMINED > 0
                   MOVE 0 TO WS-PRIOR-SEQUENCE
                   SET JRNL-NOT-EOF TO TRUE
                   IF RECOVERY-FATAL
                       SET JRNL-EOF TO TRUE
                   END-IF
                   PERFORM 400-APPLY-JOURNAL-RECORD
                       UNTIL JRNL-EOF
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-EXCEPTIONS = 0
                   MOVE "  (NONE)" TO RCVRPT-LINE
                   WRITE RCVRPT-LINE
               END-IF
               IF NOT RECOVERY-FATAL
                   PERFORM 500-COUNT-RECOVERED-KEYS
               ELSE
                   CLOSE RESULT-KSDS
               END-IF
           END-IF.

       310-EMPTY-CLUSTER.
      *    OPEN OUTPUT EMPTIES THE CLUSTER (DEFINED REUSE); IT IS
      *    THEN REOPENED I-O SO A JOURNALED CLEAR CAN EMPTY IT AGAIN
           OPEN OUTPUT RESULT-KSDS
           IF WS-KSDS-STATUS = "00"
               CLOSE RESULT-KSDS
               OPEN I-O RESULT-KSDS
           END-IF
           IF WS-KSDS-STATUS NOT = "00"
               DISPLAY "RESULTKS COULD NOT BE OPENED FOR THE REBUILD "
                   "(STATUS " WS-KSDS-STATUS ") - RECOVERY ABANDONED"
               SET RECOVERY-FATAL TO TRUE
           END-IF.

       320-LOAD-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   SET BACKUP-EOF TO TRUE
               NOT AT END
                   MOVE BKUP-RECORD TO RSLT-RECORD
                   WRITE RSLT-RECORD
                       INVALID KEY
                           DISPLAY "RSLTBKUP RECORD FOR RUN "
                               RSLT-RUN-NUMBER " COUNTER "
                               RSLT-COUNTER-KEY " COULD NOT BE LOADED "
                               "(STATUS " WS-KSDS-STATUS ")"
                           SET RECOVERY-FATAL TO TRUE
                           SET BACKUP-EOF TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-BACKUP-LOADED
                   END-WRITE
           END-READ
           IF WS-BKUP-STATUS NOT = "00" AND WS-BKUP-STATUS NOT = "10"
               DISPLAY "RSLTBKUP READ FAILED (STATUS " WS-BKUP-STATUS
                   ") - RECOVERY STOPPED"
               SET RECOVERY-FATAL TO TRUE
               SET BACKUP-EOF TO TRUE
           END-IF.

       400-APPLY-JOURNAL-RECORD.
      *    RECORDS UP TO THE BACKUP ARE ALREADY IN IT; THE FIRST PAST
      *    THE RECOVERY POINT ENDS THE RECOVERY
           PERFORM 210-READ-JOURNAL
           IF NOT JRNL-EOF
               ADD 1 TO WS-JRNL-READ
               COMPUTE WS-RECORD-STAMP =
                   JRNL-DATE * 100000000 + JRNL-TIME
               IF WS-RECORD-STAMP > WS-TARGET-STAMP
                   MOVE JRNL-SEQUENCE TO WS-STOP-SEQUENCE
                   SET JRNL-EOF TO TRUE
               ELSE
                   MOVE JRNL-SEQUENCE TO WS-PRIOR-SEQUENCE
                   IF WS-RECORD-STAMP > WS-BACKUP-STAMP
                       PERFORM 410-APPLY-ONE-CHANGE
                   ELSE
                       ADD 1 TO WS-SKIPPED
                   END-IF
               END-IF
           END-IF.

       410-APPLY-ONE-CHANGE.
           IF JRNL-CLEAR
               PERFORM 420-APPLY-CLEAR
           ELSE
               MOVE JRNL-KEY TO RSLT-KEY
               READ RESULT-KSDS
                   INVALID KEY
                       SET KEY-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET KEY-FOUND TO TRUE
               END-READ
               IF WS-KSDS-STATUS NOT = "00"
                   AND WS-KSDS-STATUS NOT = "23"
                   PERFORM 480-STOP-ON-CLUSTER-FAILURE
               ELSE
                   EVALUATE TRUE
                       WHEN JRNL-WRITE
                           PERFORM 430-APPLY-WRITE
                       WHEN JRNL-REWRITE
                           PERFORM 440-APPLY-REWRITE
                       WHEN JRNL-DELETE
                           PERFORM 450-APPLY-DELETE
                   END-EVALUATE
               END-IF
           END-IF
           IF NOT RECOVERY-FATAL
               ADD 1 TO WS-APPLIED
               PERFORM 470-TALLY-CHANGE
           END-IF.

       420-APPLY-CLEAR.
           CLOSE RESULT-KSDS
           PERFORM 310-EMPTY-CLUSTER
           IF RECOVERY-FATAL
               SET JRNL-EOF TO TRUE
           ELSE
               MOVE 0 TO WS-EXPECTED-KEYS
           END-IF.

       430-APPLY-WRITE.
           IF KEY-FOUND
               MOVE "KEY ALREADY ON THE CLUSTER - AFTER IMAGE APPLIED"
                   TO WS-EXCEPTION-TEXT
               PERFORM 460-NOTE-EXCEPTION
               MOVE JRNL-AFTER-IMAGE TO RSLT-RECORD
               REWRITE RSLT-RECORD
                   INVALID KEY
                       PERFORM 480-STOP-ON-CLUSTER-FAILURE
               END-REWRITE
           ELSE
               MOVE JRNL-AFTER-IMAGE TO RSLT-RECORD
               WRITE RSLT-RECORD
                   INVALID KEY
                       PERFORM 480-STOP-ON-CLUSTER-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPECTED-KEYS
               END-WRITE
           END-IF.

       440-APPLY-REWRITE.
           IF KEY-FOUND
               IF RSLT-RECORD NOT = JRNL-BEFORE-IMAGE
                   MOVE "DIFFERS FROM THE BEFORE IMAGE - REWRITTEN"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 460-NOTE-EXCEPTION
               END-IF
               MOVE JRNL-AFTER-IMAGE TO RSLT-RECORD
               REWRITE RSLT-RECORD
                   INVALID KEY
                       PERFORM 480-STOP-ON-CLUSTER-FAILURE
               END-REWRITE
           ELSE
               MOVE "KEY NOT ON THE CLUSTER - AFTER IMAGE ADDED"
                   TO WS-EXCEPTION-TEXT
               PERFORM 460-NOTE-EXCEPTION
               MOVE JRNL-AFTER-IMAGE TO RSLT-RECORD
               WRITE RSLT-RECORD
                   INVALID KEY
                       PERFORM 480-STOP-ON-CLUSTER-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPECTED-KEYS
               END-WRITE
           END-IF.

       450-APPLY-DELETE.
           IF KEY-FOUND
               IF RSLT-RECORD NOT = JRNL-BEFORE-IMAGE
                   MOVE "DIFFERS FROM THE BEFORE IMAGE - DELETED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 460-NOTE-EXCEPTION
               END-IF
               DELETE RESULT-KSDS RECORD
                   INVALID KEY
                       PERFORM 480-STOP-ON-CLUSTER-FAILURE
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-EXPECTED-KEYS
               END-DELETE
           ELSE
               MOVE "KEY NOT ON THE CLUSTER - NOTHING TO DELETE"
                   TO WS-EXCEPTION-TEXT
               PERFORM 460-NOTE-EXCEPTION
           END-IF.

       460-NOTE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           DISPLAY "SEQUENCE " JRNL-SEQUENCE " " JRNL-ACTION
               " RUN " JRNL-RUN-NUMBER " KEY " JRNL-COUNTER-KEY
               ": " WS-EXCEPTION-TEXT
           MOVE SPACES TO RCVRPT-LINE
           STRING "  SEQUENCE " DELIMITED BY SIZE
               JRNL-SEQUENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRNL-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRNL-PROGRAM DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               JRNL-RUN-NUMBER DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               JRNL-COUNTER-KEY DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO RCVRPT-LINE
           WRITE RCVRPT-LINE.

       470-TALLY-CHANGE.
      *    FIND (OR START) THE ENTRY FOR THIS EXECUTION AND RUN AND
      *    FOR THIS PROGRAM, AND COUNT THE CHANGE IN BOTH
           MOVE 0 TO PICK-IDX
           IF CUR-IDX > 0
               IF WS-RUN-PROGRAM (CUR-IDX) = JRNL-PROGRAM
                   AND WS-RUN-JOBNAME (CUR-IDX) = JRNL-JOBNAME
                   AND WS-RUN-STEP-DATE (CUR-IDX) = JRNL-STEP-DATE
                   AND WS-RUN-STEP-TIME (CUR-IDX) = JRNL-STEP-TIME
                   AND WS-RUN-NUMBER (CUR-IDX) = JRNL-RUN-NUMBER
                   MOVE CUR-IDX TO PICK-IDX
               END-IF
           END-IF
           IF PICK-IDX = 0
               PERFORM VARYING RUN-IDX FROM 1 BY 1
                       UNTIL RUN-IDX > WS-RUN-COUNT OR PICK-IDX > 0
                   IF WS-RUN-PROGRAM (RUN-IDX) = JRNL-PROGRAM
                       AND WS-RUN-JOBNAME (RUN-IDX) = JRNL-JOBNAME
                       AND WS-RUN-STEP-DATE (RUN-IDX) = JRNL-STEP-DATE
                       AND WS-RUN-STEP-TIME (RUN-IDX) = JRNL-STEP-TIME
                       AND WS-RUN-NUMBER (RUN-IDX) = JRNL-RUN-NUMBER
                       SET PICK-IDX TO RUN-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF PICK-IDX = 0
               IF WS-RUN-COUNT >= 999
                   IF WS-RUN-OVERFLOW = 0
                       DISPLAY "MORE THAN 999 PROGRAM RUNS ON THE "
                           "JOURNAL - LATER RUNS COUNTED IN TOTALS ONLY"
                       SET RECOVERY-WARNING TO TRUE
                   END-IF
                   ADD 1 TO WS-RUN-OVERFLOW
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO PICK-IDX
                   MOVE JRNL-PROGRAM TO WS-RUN-PROGRAM (PICK-IDX)
                   MOVE JRNL-JOBNAME TO WS-RUN-JOBNAME (PICK-IDX)
                   MOVE JRNL-USERID TO WS-RUN-USERID (PICK-IDX)
                   MOVE JRNL-STEP-DATE TO WS-RUN-STEP-DATE (PICK-IDX)
                   MOVE JRNL-STEP-TIME TO WS-RUN-STEP-TIME (PICK-IDX)
                   MOVE JRNL-RUN-NUMBER TO WS-RUN-NUMBER (PICK-IDX)
                   MOVE 0 TO WS-RUN-ADDED (PICK-IDX)
                   MOVE 0 TO WS-RUN-REWRITTEN (PICK-IDX)
                   MOVE 0 TO WS-RUN-DELETED (PICK-IDX)
                   MOVE 0 TO WS-RUN-CLEARED (PICK-IDX)
               END-IF
           END-IF
           IF PICK-IDX > 0
               MOVE PICK-IDX TO CUR-IDX
               EVALUATE TRUE
                   WHEN JRNL-WRITE
                       ADD 1 TO WS-RUN-ADDED (PICK-IDX)
                   WHEN JRNL-REWRITE
                       ADD 1 TO WS-RUN-REWRITTEN (PICK-IDX)
                   WHEN JRNL-DELETE
                       ADD 1 TO WS-RUN-DELETED (PICK-IDX)
                   WHEN JRNL-CLEAR
                       ADD 1 TO WS-RUN-CLEARED (PICK-IDX)
               END-EVALUATE
           END-IF

           MOVE 0 TO PICK-IDX
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PGM-COUNT OR PICK-IDX > 0
               IF WS-PGM-PROGRAM (PGM-IDX) = JRNL-PROGRAM
                   SET PICK-IDX TO PGM-IDX
               END-IF
           END-PERFORM
           IF PICK-IDX = 0 AND WS-PGM-COUNT < 20
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO PICK-IDX
               MOVE JRNL-PROGRAM TO WS-PGM-PROGRAM (PICK-IDX)
               MOVE 0 TO WS-PGM-ADDED (PICK-IDX)
               MOVE 0 TO WS-PGM-REWRITTEN (PICK-IDX)
               MOVE 0 TO WS-PGM-DELETED (PICK-IDX)
               MOVE 0 TO WS-PGM-CLEARED (PICK-IDX)
           END-IF
           IF PICK-IDX > 0
               EVALUATE TRUE
                   WHEN JRNL-WRITE
                       ADD 1 TO WS-PGM-ADDED (PICK-IDX)
                   WHEN JRNL-REWRITE
                       ADD 1 TO WS-PGM-REWRITTEN (PICK-IDX)
                   WHEN JRNL-DELETE
                       ADD 1 TO WS-PGM-DELETED (PICK-IDX)
                   WHEN JRNL-CLEAR
                       ADD 1 TO WS-PGM-CLEARED (PICK-IDX)
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN JRNL-WRITE
                   ADD 1 TO WS-TOT-ADDED
               WHEN JRNL-REWRITE
                   ADD 1 TO WS-TOT-REWRITTEN
               WHEN JRNL-DELETE
                   ADD 1 TO WS-TOT-DELETED
               WHEN JRNL-CLEAR
                   ADD 1 TO WS-TOT-CLEARED
           END-EVALUATE.

       480-STOP-ON-CLUSTER-FAILURE.
           DISPLAY "RESULTKS UPDATE FAILED (STATUS " WS-KSDS-STATUS
               ") APPLYING SEQUENCE " JRNL-SEQUENCE
               " - RECOVERY STOPPED"
           SET RECOVERY-FATAL TO TRUE
           SET JRNL-EOF TO TRUE.

       500-COUNT-RECOVERED-KEYS.
      *    READ THE REBUILT CLUSTER THROUGH AND BALANCE ITS KEY COUNT
      *    AGAINST THE BACKUP PLUS THE CHANGES APPLIED
           CLOSE RESULT-KSDS
           OPEN INPUT RESULT-KSDS
           IF WS-KSDS-STATUS NOT = "00"
               DISPLAY "RESULTKS COULD NOT BE REOPENED TO COUNT "
                   "(STATUS " WS-KSDS-STATUS ")"
               SET RECOVERY-FATAL TO TRUE
           ELSE
               SET KSDS-NOT-EOF TO TRUE
               PERFORM 510-COUNT-ONE-KEY
                   UNTIL KSDS-EOF
               CLOSE RESULT-KSDS
               IF NOT RECOVERY-FATAL
                   AND WS-ACTUAL-KEYS NOT = WS-EXPECTED-KEYS
                   DISPLAY "RESULTKS HOLDS " WS-ACTUAL-KEYS
                       " KEYS, BACKUP AND JOURNAL SAY "
                       WS-EXPECTED-KEYS " - OUT OF BALANCE"
                   MOVE SPACES TO RCVRPT-LINE
                   STRING "KEYS ON THE RECOVERED CLUSTER: "
                       DELIMITED BY SIZE
                       WS-ACTUAL-KEYS DELIMITED BY SIZE
                       " - BACKUP AND JOURNAL SAY " DELIMITED BY SIZE
                       WS-EXPECTED-KEYS DELIMITED BY SIZE
                       ", OUT OF BALANCE" DELIMITED BY SIZE
                       INTO RCVRPT-LINE
                   WRITE RCVRPT-LINE
                   SET RECOVERY-FATAL TO TRUE
               END-IF
           END-IF.

       510-COUNT-ONE-KEY.
           READ RESULT-KSDS NEXT RECORD
               AT END
                   SET KSDS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACTUAL-KEYS
           END-READ
           IF WS-KSDS-STATUS NOT = "00" AND WS-KSDS-STATUS NOT = "10"
               DISPLAY "RESULTKS READ FAILED (STATUS " WS-KSDS-STATUS
                   ") COUNTING KEYS"
               SET RECOVERY-FATAL TO TRUE
               SET KSDS-EOF TO TRUE
           END-IF.

       800-WRITE-RECOVERY-SUMMARY.
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE "----- CHANGES APPLIED BY PROGRAM AND RUN -----"
               TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           STRING "PROGRAM  JOBNAME  USERID   STEP STARTED      "
               DELIMITED BY SIZE
               "RUN ADDED     REWRITTEN DELETED   CLEARED"
               DELIMITED BY SIZE
               INTO RCVRPT-LINE
           WRITE RCVRPT-LINE
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PGM-COUNT
               PERFORM 810-WRITE-PROGRAM-RUNS
           END-PERFORM
           IF WS-RUN-OVERFLOW > 0
               MOVE SPACES TO RCVRPT-LINE
               STRING "  (" DELIMITED BY SIZE
                   WS-RUN-OVERFLOW DELIMITED BY SIZE
                   " FURTHER CHANGES FROM RUNS BEYOND THE FIRST 999 "
                   DELIMITED BY SIZE
                   "- IN THE GRAND TOTAL ONLY)" DELIMITED BY SIZE
                   INTO RCVRPT-LINE
               WRITE RCVRPT-LINE
           END-IF
           MOVE SPACES TO WS-CHG-LINE
           MOVE "ALL" TO WS-CL-PROGRAM
           MOVE "TOTAL" TO WS-CL-JOBNAME
           MOVE WS-TOT-ADDED TO WS-CL-ADDED
           MOVE WS-TOT-REWRITTEN TO WS-CL-REWRITTEN
           MOVE WS-TOT-DELETED TO WS-CL-DELETED
           MOVE WS-TOT-CLEARED TO WS-CL-CLEARED
           MOVE WS-CHG-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE

           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           STRING "===== TOTALS: " DELIMITED BY SIZE
               WS-BACKUP-LOADED DELIMITED BY SIZE
               " LOADED FROM BACKUP, " DELIMITED BY SIZE
               WS-SKIPPED DELIMITED BY SIZE
               " ALREADY IN BACKUP, " DELIMITED BY SIZE
               WS-APPLIED DELIMITED BY SIZE
               " APPLIED, " DELIMITED BY SIZE
               WS-EXCEPTIONS DELIMITED BY SIZE
               " EXCEPTIONS =====" DELIMITED BY SIZE
               INTO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           IF WS-STOP-SEQUENCE > 0
               STRING "RECOVERED TO SEQUENCE " DELIMITED BY SIZE
                   WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                   " - SEQUENCE " DELIMITED BY SIZE
                   WS-STOP-SEQUENCE DELIMITED BY SIZE
                   " ON IS AFTER THE RECOVERY POINT AND NOT APPLIED"
                   DELIMITED BY SIZE
                   INTO RCVRPT-LINE
           ELSE
               STRING "RECOVERED TO SEQUENCE " DELIMITED BY SIZE
                   WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                   " - THE END OF THE JOURNAL" DELIMITED BY SIZE
                   INTO RCVRPT-LINE
           END-IF
           WRITE RCVRPT-LINE
           IF NOT RECOVERY-FATAL
               MOVE SPACES TO RCVRPT-LINE
               STRING "KEYS ON THE RECOVERED CLUSTER: "
                   DELIMITED BY SIZE
                   WS-ACTUAL-KEYS DELIMITED BY SIZE
                   " - BALANCES" DELIMITED BY SIZE
                   INTO RCVRPT-LINE
               WRITE RCVRPT-LINE
           END-IF

           DISPLAY "===== FIZZRCVR SUMMARY ====="
           DISPLAY "BACKUP RECORDS LOADED . . . . : " WS-BACKUP-LOADED
           DISPLAY "JOURNAL RECORDS IN BACKUP . . : " WS-SKIPPED
           DISPLAY "JOURNAL CHANGES APPLIED . . . : " WS-APPLIED
           DISPLAY "EXCEPTIONS  . . . . . . . . . : " WS-EXCEPTIONS
           DISPLAY "KEYS ON RECOVERED CLUSTER . . : " WS-ACTUAL-KEYS.

       810-WRITE-PROGRAM-RUNS.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-PROGRAM (RUN-IDX) = WS-PGM-PROGRAM (PGM-IDX)
                   MOVE SPACES TO WS-CHG-LINE
                   MOVE WS-RUN-PROGRAM (RUN-IDX) TO WS-CL-PROGRAM
                   MOVE WS-RUN-JOBNAME (RUN-IDX) TO WS-CL-JOBNAME
                   MOVE WS-RUN-USERID (RUN-IDX) TO WS-CL-USERID
                   MOVE WS-RUN-STEP-DATE (RUN-IDX) TO WS-CL-STEP-DATE
                   MOVE WS-RUN-STEP-TIME (RUN-IDX) TO WS-CL-STEP-TIME
                   IF WS-RUN-CLEARED (RUN-IDX) > 0
                       AND WS-RUN-NUMBER (RUN-IDX) = 0
                       MOVE "ALL" TO WS-CL-RUN
                   ELSE
                       MOVE WS-RUN-NUMBER (RUN-IDX) TO WS-CL-RUN
                   END-IF
                   MOVE WS-RUN-ADDED (RUN-IDX) TO WS-CL-ADDED
                   MOVE WS-RUN-REWRITTEN (RUN-IDX) TO WS-CL-REWRITTEN
                   MOVE WS-RUN-DELETED (RUN-IDX) TO WS-CL-DELETED
                   MOVE WS-RUN-CLEARED (RUN-IDX) TO WS-CL-CLEARED
                   MOVE WS-CHG-LINE TO RCVRPT-LINE
                   WRITE RCVRPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CHG-LINE
           MOVE WS-PGM-PROGRAM (PGM-IDX) TO WS-CL-PROGRAM
           MOVE "TOTAL" TO WS-CL-JOBNAME
           MOVE WS-PGM-ADDED (PGM-IDX) TO WS-CL-ADDED
           MOVE WS-PGM-REWRITTEN (PGM-IDX) TO WS-CL-REWRITTEN
           MOVE WS-PGM-DELETED (PGM-IDX) TO WS-CL-DELETED
           MOVE WS-PGM-CLEARED (PGM-IDX) TO WS-CL-CLEARED
           MOVE WS-CHG-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE.

       890-REPORT-NOT-RECOVERED.
      *    SAY PLAINLY WHETHER THE CLUSTER WAS LEFT ALONE OR LEFT
      *    PART-BUILT
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           IF REBUILD-STARTED
               DISPLAY "RESULTKS IS PART-BUILT - DO NOT USE IT UNTIL "
                   "FIZZRCVR HAS RUN CLEAN"
               STRING "***** NOT RECOVERED - RESULTKS IS PART-BUILT. "
                   DELIMITED BY SIZE
                   "DO NOT USE IT UNTIL FIZZRCVR HAS RUN CLEAN *****"
                   DELIMITED BY SIZE
                   INTO RCVRPT-LINE
           ELSE
               MOVE "***** NOT RECOVERED - RESULTKS NOT TOUCHED *****"
                   TO RCVRPT-LINE
           END-IF
           WRITE RCVRPT-LINE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZRCVR" TO WS-STEP-PROGRAM
           MOVE "FIZZRCVR" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-READ = WS-BACKUP-LOADED + WS-JRNL-READ
           COMPUTE WS-STEP-WRITTEN = WS-BACKUP-LOADED + WS-APPLIED
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
