      *    FIZZINQ - ONLINE INQUIRY AGAINST THE RESULTKS KSDS AND THE
      *    RULECAT RULE-SET CATALOG, FOR THE OPERATORS AND THE HELP
      *    DESK WHO USED TO SUBMIT A FIZZRQRY OR FIZZAQRY JOB JUST TO
      *    ANSWER "WHAT DID COUNTER 00372 GIVE IN RUN 004, AND WITH
      *    WHICH RULES".
      *    KEY A RUN NUMBER AND COUNTER ON THE RESULT SCREEN TO SEE
      *    THAT KEY'S RSLT-RESULT AND RSLT-RUN-DATE, WITH A PAGE OF
      *    THE RUN'S KEYS FROM THERE; PAGE FORWARD AND BACK THROUGH
      *    THE RUN, OR JUMP TO THE RULE-SET SCREEN FOR THE DIVISORS
      *    AND LABELS THE RUN USED - THE SET NAMED ON ITS STATHIST
      *    RECORD (STAT-RULESET), READ FROM RULECAT. A RUN THAT USED
      *    THE RULESIN DECK, OR A SET SINCE DELETED FROM THE
      *    CATALOG, SHOWS THE LABELS STATHIST RECORDED INSTEAD.
      *    A KEY NOT ON THE CLUSTER SHOWS THE RUN'S NEXT KEY; A RUN
      *    WITH NO KEYS LEFT IS LOOKED UP ON THE ARCHMAN MANIFEST AND
      *    THE SCREEN NAMES THE LATEST ARCHIVE GENERATION HOLDING
      *    THAT RUN NUMBER, FOR A FIZZAQRY AGAINST IT.
      *    STRICTLY READ-ONLY: EVERY FILE IS OPENED INPUT AND LOCKDS
      *    IS ONLY READ, NEVER WRITTEN, SO THE INQUIRY NEITHER TAKES
      *    NOR WAITS FOR THE FIZZBUZZ OWNERSHIP LOCK AND RUNS WHILE A
      *    PRODUCTION JOB HOLDS IT. WHEN THE LOCK IS HELD THE SCREEN
      *    SAYS SO - THE RUN IN PROGRESS MAY STILL BE ADDING KEYS.
      *    FILES (ALLOCATE SHR IN THE LOGON PROC OR CLIST): RESULTKS,
      *    RULECAT, STATHIST WITH ITS PATHS STATHIS1
      *    (...STATHIST.USERID.PATH) AND STATHIS2
      *    (...STATHIST.RULESET.PATH) - SEE JCL/FIZZHCNV.JCL - ARCHMAN
      *    AND LOCKDS. A FILE THAT CANNOT BE OPENED IS REPORTED ON THE
      *    SCREEN WHEN IT IS NEEDED - THE REST OF THE INQUIRY STILL
      *    WORKS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC - A LOOKUP IS A RANDOM READ OR A START, PAGING IS
      *    READ NEXT FROM THERE
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT RULESET-CATALOG ASSIGN TO "RULECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSET-NAME
               FILE STATUS IS WS-RSET-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "ARCHMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

      *    READ FRONT TO BACK - THE OWNER RECORD SORTS FIRST
           SELECT LOCK-FILE ASSIGN TO "LOCKDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOCK-KEY
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-KSDS
           LABEL RECORDS STANDARD.
           COPY RSLTREC.

       FD  RULESET-CATALOG
           LABEL RECORDS STANDARD.
           COPY RSETREC.

       FD  STAT-FILE
           LABEL RECORDS STANDARD.
           COPY STATREC.

       FD  MANIFEST-FILE
           LABEL RECORDS STANDARD.
           COPY ARCHMANR.

       FD  LOCK-FILE
           LABEL RECORDS STANDARD.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-KSDS-STATUS    PIC XX VALUE SPACES.
       01 WS-RSET-STATUS    PIC XX VALUE SPACES.
       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
       01 WS-MAN-STATUS     PIC XX VALUE SPACES.
       01 WS-LOCK-STATUS    PIC XX VALUE SPACES.
       01 WS-KSDS-OPEN-IND  PIC X VALUE "N".
           88 KSDS-OPEN               VALUE "Y".
           88 KSDS-NOT-OPEN           VALUE "N".
       01 WS-KSDS-EOF       PIC X VALUE "N".
           88 KSDS-EOF                VALUE "Y".
           88 KSDS-NOT-EOF            VALUE "N".
       01 WS-STAT-EOF       PIC X VALUE "N".
           88 STAT-EOF                VALUE "Y".
           88 STAT-NOT-EOF            VALUE "N".
       01 WS-MAN-EOF        PIC X VALUE "N".
           88 MAN-EOF                 VALUE "Y".
           88 MAN-NOT-EOF             VALUE "N".
       01 WS-LOCK-EOF       PIC X VALUE "N".
           88 LOCK-EOF                VALUE "Y".
           88 LOCK-NOT-EOF            VALUE "N".
       01 WS-EXIT-IND       PIC X VALUE "N".
           88 INQ-EXIT                VALUE "Y".
           88 INQ-NOT-EXIT            VALUE "N".
       01 WS-KEY-VALID-IND  PIC X VALUE "N".
           88 KEY-VALID               VALUE "Y".
           88 KEY-NOT-VALID           VALUE "N".

      *    WHAT THE OPERATOR KEYED, AS TYPED - VALIDATED BEFORE USE
       01 WS-INQ-RUN-IN     PIC X(3) VALUE SPACES.
       01 WS-INQ-COUNTER-IN PIC X(5) VALUE SPACES.
       01 WS-INQ-ACTION     PIC X VALUE SPACE.
           88 ACTION-LOOKUP           VALUE SPACE.
           88 ACTION-FORWARD          VALUE "F" "f".
           88 ACTION-BACKWARD         VALUE "B" "b".
           88 ACTION-RULE-SET         VALUE "R" "r".
           88 ACTION-EXIT             VALUE "X" "x".
       01 WS-INQ-RUN        PIC 9(3) VALUE 0.
       01 WS-INQ-COUNTER    PIC 9(5) VALUE 0.

      *    THE KEY LOOKED UP AND ITS RECORD
       01 WS-SEL-HEADING    PIC X(78) VALUE SPACES.
       01 WS-SEL-RESULT     PIC X(160) VALUE SPACES.

      *    THE PAGE OF KEYS ON THE SCREEN. WS-PAGE-RUN IS THE RUN
      *    BEING PAGED; THE TOP AND BOTTOM KEYS ARE WHERE PAGING
      *    BACKWARD AND FORWARD START FROM.
       01 WS-PAGE-IND       PIC X VALUE "N".
           88 PAGE-SHOWN              VALUE "Y".
           88 NO-PAGE-SHOWN           VALUE "N".
       01 WS-PAGE-SIZE      PIC 9(2) VALUE 12.
       01 WS-PAGE-COUNT     PIC 9(2) VALUE 0.
       01 WS-PAGE-RUN       PIC 9(3) VALUE 0.
       01 WS-PAGE-RUN-DATE  PIC 9(8) VALUE 0.
       01 WS-PAGE-TOP-KEY   PIC X(8) VALUE SPACES.
       01 WS-PAGE-BOTTOM-KEY PIC X(8) VALUE SPACES.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-LINE OCCURS 12 TIMES INDEXED BY PAGE-IDX
                               PIC X(78).
       01 WS-PAGE-DETAIL.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PD-RUN         PIC 9(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-PD-COUNTER     PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-PD-RUN-DATE    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PD-RESULT      PIC X(52).

      *    PAGING BACKWARD READS THE RUN FORWARD FROM ITS FIRST KEY
      *    TO THE CURRENT TOP, KEEPING THE LAST PAGE-FULL OF KEYS
      *    SEEN IN A RING - THE OLDEST OF THEM IS THE NEW TOP
       01 WS-BACK-COUNT     PIC 9(5) VALUE 0.
       01 WS-BACK-SLOT      PIC 9(2) VALUE 0.
       01 WS-BACK-QUOTIENT  PIC 9(5) VALUE 0.
       01 WS-BACK-TABLE.
           05 WS-BACK-KEY OCCURS 12 TIMES PIC X(8).

      *    MESSAGE AND LOCK LINES
       01 WS-INQ-MESSAGE    PIC X(78) VALUE SPACES.
       01 WS-INQ-MESSAGE-2  PIC X(78) VALUE SPACES.
       01 WS-LOCK-LINE      PIC X(78) VALUE SPACES.

      *    ARCHIVE GENERATION LOOKUP FOR A RUN NO LONGER ON FILE -
      *    RUN NUMBERS START AGAIN WITH EVERY JOB, SO SEVERAL
      *    GENERATIONS CAN HOLD THE SAME ONE; THE LATEST IS NAMED
       01 WS-ARCH-GEN-ID    PIC X(44) VALUE SPACES.
       01 WS-ARCH-DATE      PIC 9(8) VALUE 0.
       01 WS-ARCH-OLDER     PIC 9(3) VALUE 0.

      *    RULE-SET SCREEN: WHICH RUN, WHICH SET, AND TWO RULES PER
      *    LINE (DIVISOR AND LABEL)
       01 WS-RULE-HEADING   PIC X(78) VALUE SPACES.
       01 WS-RULE-SOURCE    PIC X(78) VALUE SPACES.
       01 WS-RULE-ACTION    PIC X VALUE SPACE.
       01 WS-STAT-FOUND-IND PIC X VALUE "N".
           88 STAT-FOUND              VALUE "Y".
           88 STAT-NOT-FOUND          VALUE "N".
       01 WS-STAT-DATE-MATCH-IND PIC X VALUE "N".
           88 STAT-DATE-MATCHED       VALUE "Y".
           88 STAT-DATE-NOT-MATCHED   VALUE "N".
       01 WS-RULE-RUN       PIC 9(3) VALUE 0.
       01 WS-RULE-RUN-DATE  PIC 9(8) VALUE 0.
       01 WS-STAT-STOP-DATE PIC 9(8) VALUE 0.
       01 WS-FOUND-STAT-DATE PIC 9(8) VALUE 0.
       01 WS-FOUND-STAT-JOBNAME PIC X(8) VALUE SPACES.
       01 WS-FOUND-RULESET  PIC X(8) VALUE SPACES.
       01 WS-FOUND-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-LABELS.
           05 WS-FOUND-LABEL OCCURS 20 TIMES PIC X(8).
       01 WS-SHOW-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-SHOW-RULES.
           05 WS-SHOW-RULE OCCURS 20 TIMES INDEXED BY SHOW-IDX.
               10 WS-SHOW-DIVISOR      PIC X(3).
               10 WS-SHOW-LABEL        PIC X(8).
       01 WS-RULE-LINE-TABLE.
           05 WS-RULE-LINE OCCURS 10 TIMES INDEXED BY RLINE-IDX
                               PIC X(78).
       01 WS-RULE-DETAIL.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-NUMBER      PIC 9(2).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RD-DIVISOR     PIC X(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RD-LABEL       PIC X(8).
       01 WS-RULE-NUMBER    PIC 9(2) VALUE 0.

       SCREEN SECTION.
       01 INQ-RESULT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "FIZZINQ".
           05 LINE 1 COLUMN 25 VALUE "FIZZBUZZ RESULT INQUIRY".
           05 LINE 2 COLUMN 2 PIC X(78) FROM WS-LOCK-LINE.
           05 LINE 3 COLUMN 2 VALUE "RUN NUMBER:".
           05 LINE 3 COLUMN 14 PIC X(3) USING WS-INQ-RUN-IN.
           05 LINE 3 COLUMN 20 VALUE "COUNTER:".
           05 LINE 3 COLUMN 29 PIC X(5) USING WS-INQ-COUNTER-IN.
           05 LINE 4 COLUMN 2 PIC X(78) FROM WS-SEL-HEADING.
           05 LINE 5 COLUMN 2 VALUE "RESULT:".
           05 LINE 5 COLUMN 10 PIC X(60) FROM WS-SEL-RESULT (1:60).
           05 LINE 6 COLUMN 10 PIC X(60) FROM WS-SEL-RESULT (61:60).
           05 LINE 7 COLUMN 10 PIC X(40) FROM WS-SEL-RESULT (121:40).
           05 LINE 9 COLUMN 2 VALUE
               "  RUN   COUNTER   RUN DATE  RESULT".
           05 LINE 10 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (1).
           05 LINE 11 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (2).
           05 LINE 12 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (3).
           05 LINE 13 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (4).
           05 LINE 14 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (5).
           05 LINE 15 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (6).
           05 LINE 16 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (7).
           05 LINE 17 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (8).
           05 LINE 18 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (9).
           05 LINE 19 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (10).
           05 LINE 20 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (11).
           05 LINE 21 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE (12).
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-INQ-MESSAGE.
           05 LINE 23 COLUMN 2 PIC X(78) FROM WS-INQ-MESSAGE-2.
           05 LINE 24 COLUMN 2 VALUE "ACTION:".
           05 LINE 24 COLUMN 10 PIC X USING WS-INQ-ACTION.
           05 LINE 24 COLUMN 13 VALUE
               "ENTER=LOOK UP  F=FORWARD  B=BACK  R=RULE SET  X=EXIT".

       01 INQ-RULESET-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "FIZZINQ".
           05 LINE 1 COLUMN 25 VALUE "FIZZBUZZ RULE SET INQUIRY".
           05 LINE 3 COLUMN 2 PIC X(78) FROM WS-RULE-HEADING.
           05 LINE 4 COLUMN 2 PIC X(78) FROM WS-RULE-SOURCE.
           05 LINE 6 COLUMN 2 VALUE
               "  NO  DIVISOR LABEL".
           05 LINE 6 COLUMN 40 VALUE
               "  NO  DIVISOR LABEL".
           05 LINE 7 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (1).
           05 LINE 8 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (2).
           05 LINE 9 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (3).
           05 LINE 10 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (4).
           05 LINE 11 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (5).
           05 LINE 12 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (6).
           05 LINE 13 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (7).
           05 LINE 14 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (8).
           05 LINE 15 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (9).
           05 LINE 16 COLUMN 2 PIC X(78) FROM WS-RULE-LINE (10).
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-INQ-MESSAGE.
           05 LINE 24 COLUMN 2 VALUE "PRESS ENTER TO RETURN:".
           05 LINE 24 COLUMN 25 PIC X USING WS-RULE-ACTION.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-OPEN-RESULT-CLUSTER
           PERFORM 200-PROCESS-ONE-SCREEN
               UNTIL INQ-EXIT
           PERFORM 900-TERMINATE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       100-OPEN-RESULT-CLUSTER.
      *    INPUT ONLY - THE INQUIRY NEVER UPDATES THE CLUSTER. IT
      *    STAYS OPEN FOR THE SESSION; A FAILED OPEN IS REPORTED ON
      *    EVERY LOOKUP, AND THE RULE-SET SCREEN STILL WORKS
           OPEN INPUT RESULT-KSDS
           IF WS-KSDS-STATUS = "00"
               SET KSDS-OPEN TO TRUE
           ELSE
               SET KSDS-NOT-OPEN TO TRUE
               MOVE SPACES TO WS-INQ-MESSAGE
               STRING "RESULTKS COULD NOT BE OPENED (STATUS "
                   DELIMITED BY SIZE
                   WS-KSDS-STATUS DELIMITED BY SIZE
                   ") - RESULTS CANNOT BE SHOWN" DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE
           END-IF
           PERFORM 150-CLEAR-PAGE.

       150-CLEAR-PAGE.
           SET NO-PAGE-SHOWN TO TRUE
           MOVE 0 TO WS-PAGE-COUNT
           MOVE SPACES TO WS-PAGE-TABLE
           MOVE SPACES TO WS-SEL-HEADING
           MOVE SPACES TO WS-SEL-RESULT.

       200-PROCESS-ONE-SCREEN.
           PERFORM 210-CHECK-LOCK
           MOVE SPACE TO WS-INQ-ACTION
           DISPLAY INQ-RESULT-SCREEN
           ACCEPT INQ-RESULT-SCREEN
           MOVE SPACES TO WS-INQ-MESSAGE
           MOVE SPACES TO WS-INQ-MESSAGE-2
           EVALUATE TRUE
               WHEN ACTION-EXIT
                   SET INQ-EXIT TO TRUE
               WHEN ACTION-LOOKUP
                   PERFORM 300-LOOK-UP-KEY
               WHEN ACTION-FORWARD
                   PERFORM 400-PAGE-FORWARD
               WHEN ACTION-BACKWARD
                   PERFORM 450-PAGE-BACKWARD
               WHEN ACTION-RULE-SET
                   PERFORM 500-SHOW-RULE-SET
               WHEN OTHER
                   MOVE "INVALID ACTION - USE ENTER, F, B, R OR X"
                       TO WS-INQ-MESSAGE
           END-EVALUATE.

       210-CHECK-LOCK.
      *    READ LOCKDS ONLY TO TELL THE OPERATOR A FIZZBUZZ JOB IS
      *    RUNNING - THE LOCK IS NEVER TAKEN OR WAITED FOR HERE. A
      *    MISSING OR EMPTY LOCKDS MEANS NOTHING IS RUNNING.
           MOVE SPACES TO WS-LOCK-LINE
           SET LOCK-NOT-EOF TO TRUE
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL LOCK-EOF
                   READ LOCK-FILE
                       AT END
                           SET LOCK-EOF TO TRUE
                       NOT AT END
                           IF LOCK-HELD AND WS-LOCK-LINE = SPACES
                               STRING "LOCK HELD BY " DELIMITED BY SIZE
                                   LOCK-JOBNAME DELIMITED BY SIZE
                                   " SINCE " DELIMITED BY SIZE
                                   LOCK-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LOCK-TIME (1:4) DELIMITED BY SIZE
                                   ": RUN IN PROGRESS MAY BE INCOMPLETE"
                                   DELIMITED BY SIZE
                                   INTO WS-LOCK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

       300-LOOK-UP-KEY.
      *    THE KEYED RUN AND COUNTER: THE RECORD ITSELF IF IT IS ON
      *    FILE, ELSE THE RUN'S NEXT KEY, ELSE THE ARCHIVE GENERATION
      *    THE RUN WENT TO
           PERFORM 310-VALIDATE-KEY
           IF KEY-VALID AND KSDS-NOT-OPEN
               MOVE SPACES TO WS-INQ-MESSAGE
               STRING "RESULTKS IS NOT OPEN (STATUS " DELIMITED BY SIZE
                   WS-KSDS-STATUS DELIMITED BY SIZE
                   ") - RESULTS CANNOT BE SHOWN" DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE
               SET KEY-NOT-VALID TO TRUE
           END-IF
           IF KEY-VALID
               PERFORM 150-CLEAR-PAGE
               SET KSDS-NOT-EOF TO TRUE
               MOVE WS-INQ-RUN TO RSLT-RUN-NUMBER
               MOVE WS-INQ-COUNTER TO RSLT-COUNTER-KEY
               READ RESULT-KSDS
                   INVALID KEY
                       PERFORM 320-FIND-NEXT-KEY
                   NOT INVALID KEY
                       PERFORM 330-SHOW-SELECTED-RECORD
                       PERFORM 410-FILL-PAGE
               END-READ
           END-IF.

       310-VALIDATE-KEY.
      *    THE RUN NUMBER IS REQUIRED; A BLANK COUNTER MEANS THE
      *    START OF THE RUN
           SET KEY-VALID TO TRUE
           IF WS-INQ-RUN-IN = SPACES OR WS-INQ-RUN-IN NOT NUMERIC
               MOVE "KEY A 3-DIGIT RUN NUMBER" TO WS-INQ-MESSAGE
               SET KEY-NOT-VALID TO TRUE
           ELSE
               MOVE WS-INQ-RUN-IN TO WS-INQ-RUN
           END-IF
           IF KEY-VALID
               IF WS-INQ-COUNTER-IN = SPACES
                   MOVE 0 TO WS-INQ-COUNTER
                   MOVE "00000" TO WS-INQ-COUNTER-IN
               ELSE
                   IF WS-INQ-COUNTER-IN NOT NUMERIC
                       MOVE "COUNTER MUST BE 5 DIGITS, OR BLANK"
                           TO WS-INQ-MESSAGE
                       SET KEY-NOT-VALID TO TRUE
                   ELSE
                       MOVE WS-INQ-COUNTER-IN TO WS-INQ-COUNTER
                   END-IF
               END-IF
           END-IF.

       320-FIND-NEXT-KEY.
      *    THE COUNTER IS NOT ON FILE - SHOW THE RUN FROM ITS NEXT
      *    KEY, OR, IF THE RUN HAS NO KEYS AT OR AFTER IT, SAY WHERE
      *    THE RUN WENT
           SET KSDS-NOT-EOF TO TRUE
           START RESULT-KSDS KEY IS NOT LESS THAN RSLT-KEY
               INVALID KEY
                   SET KSDS-EOF TO TRUE
           END-START
           IF KSDS-NOT-EOF
               PERFORM 420-READ-NEXT-KEY
           END-IF
           IF KSDS-NOT-EOF AND RSLT-RUN-NUMBER = WS-INQ-RUN
               MOVE SPACES TO WS-INQ-MESSAGE
               STRING "COUNTER " DELIMITED BY SIZE
                   WS-INQ-COUNTER DELIMITED BY SIZE
                   " NOT ON FILE FOR RUN " DELIMITED BY SIZE
                   WS-INQ-RUN DELIMITED BY SIZE
                   " - NEXT KEY SHOWN" DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE
               PERFORM 330-SHOW-SELECTED-RECORD
               PERFORM 410-FILL-PAGE
           ELSE
               PERFORM 340-CHECK-RUN-ON-FILE
           END-IF.

       330-SHOW-SELECTED-RECORD.
           MOVE SPACES TO WS-SEL-HEADING
           STRING "RUN " DELIMITED BY SIZE
               RSLT-RUN-NUMBER DELIMITED BY SIZE
               "  COUNTER " DELIMITED BY SIZE
               RSLT-COUNTER-KEY DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               RSLT-RUN-DATE DELIMITED BY SIZE
               INTO WS-SEL-HEADING
           MOVE RSLT-RESULT TO WS-SEL-RESULT
           MOVE RSLT-RUN-NUMBER TO WS-INQ-RUN-IN
           MOVE RSLT-COUNTER-KEY TO WS-INQ-COUNTER-IN.

       340-CHECK-RUN-ON-FILE.
      *    NOTHING AT OR AFTER THE COUNTER. IF THE RUN STILL HAS
      *    KEYS BEFORE IT THE COUNTER IS SIMPLY PAST THE RUN'S END;
      *    OTHERWISE THE RUN IS NOT ON THE CLUSTER AT ALL
           MOVE WS-INQ-RUN TO RSLT-RUN-NUMBER
           MOVE 0 TO RSLT-COUNTER-KEY
           SET KSDS-NOT-EOF TO TRUE
           START RESULT-KSDS KEY IS NOT LESS THAN RSLT-KEY
               INVALID KEY
                   SET KSDS-EOF TO TRUE
           END-START
           IF KSDS-NOT-EOF
               PERFORM 420-READ-NEXT-KEY
           END-IF
           IF KSDS-NOT-EOF AND RSLT-RUN-NUMBER = WS-INQ-RUN
               MOVE SPACES TO WS-INQ-MESSAGE
               STRING "COUNTER " DELIMITED BY SIZE
                   WS-INQ-COUNTER DELIMITED BY SIZE
                   " IS PAST THE LAST KEY OF RUN " DELIMITED BY SIZE
                   WS-INQ-RUN DELIMITED BY SIZE
                   " - PAGE BACK (B) FROM HERE" DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE
               MOVE WS-INQ-RUN TO WS-PAGE-RUN
               MOVE RSLT-RUN-DATE TO WS-PAGE-RUN-DATE
               MOVE WS-INQ-RUN TO RSLT-RUN-NUMBER
               MOVE 99999 TO RSLT-COUNTER-KEY
               MOVE RSLT-KEY TO WS-PAGE-TOP-KEY
               MOVE RSLT-KEY TO WS-PAGE-BOTTOM-KEY
               SET PAGE-SHOWN TO TRUE
           ELSE
               PERFORM 350-FIND-ARCHIVE-GENERATION
           END-IF.

       350-FIND-ARCHIVE-GENERATION.
      *    THE RUN HAS NO KEYS ON THE CLUSTER - FIZZARCH HAS SWEPT
      *    IT TO A GENERATION AND PURGED IT, OR IT NEVER RAN. THE
      *    MANIFEST SAYS WHICH GENERATION TO QUERY.
           MOVE SPACES TO WS-INQ-MESSAGE
           STRING "RUN " DELIMITED BY SIZE
               WS-INQ-RUN DELIMITED BY SIZE
               " COUNTER " DELIMITED BY SIZE
               WS-INQ-COUNTER DELIMITED BY SIZE
               " NOT ON FILE / PURGED" DELIMITED BY SIZE
               INTO WS-INQ-MESSAGE
           MOVE SPACES TO WS-ARCH-GEN-ID
           MOVE 0 TO WS-ARCH-DATE
           MOVE 0 TO WS-ARCH-OLDER
           SET MAN-NOT-EOF TO TRUE
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-STATUS NOT = "00"
               MOVE SPACES TO WS-INQ-MESSAGE-2
               STRING "ARCHMAN NOT AVAILABLE (STATUS " DELIMITED BY SIZE
                   WS-MAN-STATUS DELIMITED BY SIZE
                   ") - ARCHIVE GENERATION CANNOT BE LOOKED UP"
                   DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE-2
           ELSE
               PERFORM UNTIL MAN-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET MAN-EOF TO TRUE
                       NOT AT END
                           IF MAN-FIRST-RUN NOT > WS-INQ-RUN
                               AND MAN-LAST-RUN NOT < WS-INQ-RUN
                               IF WS-ARCH-GEN-ID NOT = SPACES
                                   ADD 1 TO WS-ARCH-OLDER
                               END-IF
                               MOVE MAN-GEN-ID TO WS-ARCH-GEN-ID
                               MOVE MAN-EXTRACT-DATE TO WS-ARCH-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               IF WS-ARCH-GEN-ID = SPACES
                   MOVE SPACES TO WS-INQ-MESSAGE-2
                   STRING "NO ARCHIVE GENERATION ON ARCHMAN HOLDS RUN "
                       DELIMITED BY SIZE
                       WS-INQ-RUN DELIMITED BY SIZE
                       INTO WS-INQ-MESSAGE-2
               ELSE
                   MOVE SPACES TO WS-INQ-MESSAGE
                   STRING "RUN " DELIMITED BY SIZE
                       WS-INQ-RUN DELIMITED BY SIZE
                       " COUNTER " DELIMITED BY SIZE
                       WS-INQ-COUNTER DELIMITED BY SIZE
                       " NOT ON FILE / PURGED - SEE ARCHIVE "
                       DELIMITED BY SIZE
                       "GENERATION" DELIMITED BY SIZE
                       INTO WS-INQ-MESSAGE
                   MOVE SPACES TO WS-INQ-MESSAGE-2
                   STRING WS-ARCH-GEN-ID DELIMITED BY SPACE
                       " (EXTRACTED " DELIMITED BY SIZE
                       WS-ARCH-DATE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-INQ-MESSAGE-2
                   IF WS-ARCH-OLDER > 0
                       MOVE SPACES TO WS-INQ-MESSAGE-2 (60:19)
                       STRING "+" DELIMITED BY SIZE
                           WS-ARCH-OLDER DELIMITED BY SIZE
                           " OLDER GEN(S)" DELIMITED BY SIZE
                           INTO WS-INQ-MESSAGE-2 (60:19)
                   END-IF
               END-IF
           END-IF.

       400-PAGE-FORWARD.
      *    THE PAGE AFTER THE BOTTOM KEY, STAYING INSIDE THE RUN
           IF NO-PAGE-SHOWN
               MOVE "LOOK UP A RUN AND COUNTER FIRST" TO WS-INQ-MESSAGE
           ELSE
               MOVE WS-PAGE-BOTTOM-KEY TO RSLT-KEY
               SET KSDS-NOT-EOF TO TRUE
               START RESULT-KSDS KEY IS GREATER THAN RSLT-KEY
                   INVALID KEY
                       SET KSDS-EOF TO TRUE
               END-START
               IF KSDS-NOT-EOF
                   PERFORM 420-READ-NEXT-KEY
               END-IF
               IF KSDS-EOF OR RSLT-RUN-NUMBER NOT = WS-PAGE-RUN
                   MOVE SPACES TO WS-INQ-MESSAGE
                   STRING "LAST PAGE OF RUN " DELIMITED BY SIZE
                       WS-PAGE-RUN DELIMITED BY SIZE
                       INTO WS-INQ-MESSAGE
               ELSE
                   PERFORM 410-FILL-PAGE
               END-IF
           END-IF.

       410-FILL-PAGE.
      *    A PAGE OF THE RUN'S KEYS STARTING WITH THE RECORD JUST
      *    READ; STOPS AT THE PAGE SIZE OR THE END OF THE RUN
           MOVE RSLT-RUN-NUMBER TO WS-PAGE-RUN
           MOVE RSLT-RUN-DATE TO WS-PAGE-RUN-DATE
           MOVE RSLT-KEY TO WS-PAGE-TOP-KEY
           MOVE SPACES TO WS-PAGE-TABLE
           MOVE 0 TO WS-PAGE-COUNT
           SET PAGE-SHOWN TO TRUE
           PERFORM UNTIL KSDS-EOF
                   OR WS-PAGE-COUNT >= WS-PAGE-SIZE
                   OR RSLT-RUN-NUMBER NOT = WS-PAGE-RUN
               ADD 1 TO WS-PAGE-COUNT
               SET PAGE-IDX TO WS-PAGE-COUNT
               MOVE RSLT-RUN-NUMBER TO WS-PD-RUN
               MOVE RSLT-COUNTER-KEY TO WS-PD-COUNTER
               MOVE RSLT-RUN-DATE TO WS-PD-RUN-DATE
               MOVE RSLT-RESULT TO WS-PD-RESULT
               MOVE WS-PAGE-DETAIL TO WS-PAGE-LINE (PAGE-IDX)
               MOVE RSLT-KEY TO WS-PAGE-BOTTOM-KEY
               PERFORM 420-READ-NEXT-KEY
           END-PERFORM.

       420-READ-NEXT-KEY.
           READ RESULT-KSDS NEXT RECORD
               AT END
                   SET KSDS-EOF TO TRUE
           END-READ
           IF WS-KSDS-STATUS NOT = "00" AND WS-KSDS-STATUS NOT = "10"
               MOVE SPACES TO WS-INQ-MESSAGE-2
               STRING "RESULTKS READ FAILED (STATUS " DELIMITED BY SIZE
                   WS-KSDS-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE-2
               SET KSDS-EOF TO TRUE
           END-IF.

       450-PAGE-BACKWARD.
      *    THE PAGE BEFORE THE TOP KEY. THE RUN IS READ FORWARD FROM
      *    ITS FIRST KEY UP TO THE TOP, THE LAST PAGE-FULL OF KEYS
      *    KEPT IN THE RING; THE OLDEST KEY IN IT STARTS THE NEW PAGE
           IF NO-PAGE-SHOWN
               MOVE "LOOK UP A RUN AND COUNTER FIRST" TO WS-INQ-MESSAGE
           ELSE
               MOVE 0 TO WS-BACK-COUNT
               MOVE WS-PAGE-RUN TO RSLT-RUN-NUMBER
               MOVE 0 TO RSLT-COUNTER-KEY
               SET KSDS-NOT-EOF TO TRUE
               START RESULT-KSDS KEY IS NOT LESS THAN RSLT-KEY
                   INVALID KEY
                       SET KSDS-EOF TO TRUE
               END-START
               IF KSDS-NOT-EOF
                   PERFORM 420-READ-NEXT-KEY
               END-IF
               PERFORM UNTIL KSDS-EOF
                       OR RSLT-RUN-NUMBER NOT = WS-PAGE-RUN
                       OR RSLT-KEY NOT < WS-PAGE-TOP-KEY
                   DIVIDE WS-BACK-COUNT BY WS-PAGE-SIZE
                       GIVING WS-BACK-QUOTIENT REMAINDER WS-BACK-SLOT
                   ADD 1 TO WS-BACK-SLOT
                   MOVE RSLT-KEY TO WS-BACK-KEY (WS-BACK-SLOT)
                   ADD 1 TO WS-BACK-COUNT
                   PERFORM 420-READ-NEXT-KEY
               END-PERFORM
               IF WS-BACK-COUNT = 0
                   MOVE SPACES TO WS-INQ-MESSAGE
                   STRING "FIRST PAGE OF RUN " DELIMITED BY SIZE
                       WS-PAGE-RUN DELIMITED BY SIZE
                       INTO WS-INQ-MESSAGE
               ELSE
                   IF WS-BACK-COUNT > WS-PAGE-SIZE
                       DIVIDE WS-BACK-COUNT BY WS-PAGE-SIZE
                           GIVING WS-BACK-QUOTIENT
                           REMAINDER WS-BACK-SLOT
                       ADD 1 TO WS-BACK-SLOT
                   ELSE
                       MOVE 1 TO WS-BACK-SLOT
                   END-IF
                   MOVE WS-BACK-KEY (WS-BACK-SLOT) TO RSLT-KEY
                   SET KSDS-NOT-EOF TO TRUE
                   START RESULT-KSDS KEY IS NOT LESS THAN RSLT-KEY
                       INVALID KEY
                           SET KSDS-EOF TO TRUE
                   END-START
                   IF KSDS-NOT-EOF
                       PERFORM 420-READ-NEXT-KEY
                   END-IF
                   IF KSDS-EOF OR RSLT-RUN-NUMBER NOT = WS-PAGE-RUN
                       MOVE SPACES TO WS-INQ-MESSAGE
                       STRING "RUN " DELIMITED BY SIZE
                           WS-PAGE-RUN DELIMITED BY SIZE
                           " CHANGED ON FILE - LOOK IT UP AGAIN"
                           DELIMITED BY SIZE
                           INTO WS-INQ-MESSAGE
                   ELSE
                       PERFORM 410-FILL-PAGE
                   END-IF
               END-IF
           END-IF.

       500-SHOW-RULE-SET.
      *    THE RULES THE RUN USED: ITS STATHIST RECORD NAMES THE SET
      *    (BLANK = THE RULESIN DECK), RULECAT HOLDS THE SET'S
      *    DIVISORS AND LABELS. THE RUN IS THE ONE ON THE SCREEN, OR
      *    THE RUN NUMBER KEYED IF NOTHING IS SHOWN (A PURGED RUN
      *    STILL HAS ITS STATHIST RECORD).
           IF PAGE-SHOWN
               MOVE WS-PAGE-RUN TO WS-RULE-RUN
               MOVE WS-PAGE-RUN-DATE TO WS-RULE-RUN-DATE
           ELSE
               IF WS-INQ-RUN-IN = SPACES OR WS-INQ-RUN-IN NOT NUMERIC
                   MOVE "KEY A 3-DIGIT RUN NUMBER" TO WS-INQ-MESSAGE
               ELSE
                   MOVE WS-INQ-RUN-IN TO WS-RULE-RUN
                   MOVE 0 TO WS-RULE-RUN-DATE
               END-IF
           END-IF
           IF WS-INQ-MESSAGE = SPACES
               PERFORM 510-FIND-RUN-STATISTICS
               IF STAT-NOT-FOUND
                   MOVE SPACES TO WS-INQ-MESSAGE
                   STRING "NO STATHIST RECORD FOR RUN "
                       DELIMITED BY SIZE
                       WS-RULE-RUN DELIMITED BY SIZE
                       " - RULE SET NOT KNOWN" DELIMITED BY SIZE
                       INTO WS-INQ-MESSAGE
               ELSE
                   PERFORM 520-LOAD-RULES-TO-SHOW
                   PERFORM 530-BUILD-RULE-LINES
                   MOVE SPACE TO WS-RULE-ACTION
                   DISPLAY INQ-RULESET-SCREEN
                   ACCEPT INQ-RULESET-SCREEN
                   MOVE SPACES TO WS-INQ-MESSAGE
               END-IF
           END-IF.

       510-FIND-RUN-STATISTICS.
      *    RUN NUMBERS START AGAIN WITH EVERY JOB, SO STATHIST HOLDS
      *    MANY RUN 004S: PREFER THE LATEST ONE DATED THE SAME DAY AS
      *    THE RESULT RECORDS, ELSE THE LATEST ONE AT ALL. STATHIST
      *    IS KEYED BY DATE FIRST, SO THE SAME DAY IS READ DIRECTLY
      *    AND THE WHOLE FILE ONLY WHEN THAT DAY HAS NO SUCH RUN
           SET STAT-NOT-FOUND TO TRUE
           SET STAT-DATE-NOT-MATCHED TO TRUE
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               MOVE SPACES TO WS-INQ-MESSAGE-2
               STRING "STATHIST NOT AVAILABLE (STATUS "
                   DELIMITED BY SIZE
                   WS-STAT-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-INQ-MESSAGE-2
           ELSE
               IF WS-RULE-RUN-DATE > 0
                   MOVE WS-RULE-RUN-DATE TO STAT-DATE
                   MOVE WS-RULE-RUN-DATE TO WS-STAT-STOP-DATE
                   PERFORM 512-SCAN-STAT-HISTORY
               END-IF
               IF STAT-NOT-FOUND
                   MOVE 0 TO STAT-DATE
                   MOVE 99999999 TO WS-STAT-STOP-DATE
                   PERFORM 512-SCAN-STAT-HISTORY
               END-IF
               CLOSE STAT-FILE
           END-IF.

       512-SCAN-STAT-HISTORY.
      *    READ FROM THE FIRST KEY ON STAT-DATE THROUGH THE LAST ONE
      *    DATED WS-STAT-STOP-DATE
           SET STAT-NOT-EOF TO TRUE
           MOVE 0 TO STAT-TIME
           MOVE LOW-VALUES TO STAT-JOBNAME
           MOVE 0 TO STAT-RUN-NUMBER
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET STAT-EOF TO TRUE
           END-START
           PERFORM UNTIL STAT-EOF
               READ STAT-FILE NEXT RECORD
                   AT END
                       SET STAT-EOF TO TRUE
                   NOT AT END
                       IF STAT-DATE > WS-STAT-STOP-DATE
                           SET STAT-EOF TO TRUE
                       ELSE
                           IF STAT-RUN-NUMBER = WS-RULE-RUN
                               PERFORM 515-KEEP-RUN-STATISTICS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       515-KEEP-RUN-STATISTICS.
           IF STAT-DATE = WS-RULE-RUN-DATE
               SET STAT-DATE-MATCHED TO TRUE
           END-IF
           IF STAT-DATE = WS-RULE-RUN-DATE OR STAT-DATE-NOT-MATCHED
               SET STAT-FOUND TO TRUE
               MOVE STAT-DATE TO WS-FOUND-STAT-DATE
               MOVE STAT-JOBNAME TO WS-FOUND-STAT-JOBNAME
               MOVE STAT-RULESET TO WS-FOUND-RULESET
               MOVE STAT-RULE-COUNT TO WS-FOUND-RULE-COUNT
               PERFORM VARYING SHOW-IDX FROM 1 BY 1 UNTIL SHOW-IDX > 20
                   MOVE STAT-RULE-LABEL (SHOW-IDX)
                       TO WS-FOUND-LABEL (SHOW-IDX)
               END-PERFORM
           END-IF.

       520-LOAD-RULES-TO-SHOW.
           MOVE SPACES TO WS-RULE-HEADING
           STRING "RUN " DELIMITED BY SIZE
               WS-RULE-RUN DELIMITED BY SIZE
               " OF JOB " DELIMITED BY SIZE
               WS-FOUND-STAT-JOBNAME DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WS-FOUND-STAT-DATE DELIMITED BY SIZE
               INTO WS-RULE-HEADING
           MOVE SPACES TO WS-SHOW-RULES
           MOVE 0 TO WS-SHOW-RULE-COUNT
           IF WS-FOUND-RULESET = SPACES
               MOVE "USED THE RULESIN DECK" TO WS-RULE-HEADING (37:21)
               MOVE "RULESIN DECK RULES - LABELS FROM STATHIST, "
                   TO WS-RULE-SOURCE
               MOVE "DIVISORS NOT RECORDED" TO WS-RULE-SOURCE (44:21)
               PERFORM 525-SHOW-STATHIST-LABELS
           ELSE
               MOVE "USED RULE SET" TO WS-RULE-HEADING (37:13)
               MOVE WS-FOUND-RULESET TO WS-RULE-HEADING (51:8)
               OPEN INPUT RULESET-CATALOG
               IF WS-RSET-STATUS NOT = "00"
                   MOVE SPACES TO WS-RULE-SOURCE
                   STRING "RULECAT NOT AVAILABLE (STATUS "
                       DELIMITED BY SIZE
                       WS-RSET-STATUS DELIMITED BY SIZE
                       ") - LABELS FROM STATHIST" DELIMITED BY SIZE
                       INTO WS-RULE-SOURCE
                   PERFORM 525-SHOW-STATHIST-LABELS
               ELSE
                   MOVE WS-FOUND-RULESET TO RSET-NAME
                   READ RULESET-CATALOG
                       INVALID KEY
                           MOVE SPACES TO WS-RULE-SOURCE
                           STRING "SET " DELIMITED BY SIZE
                               WS-FOUND-RULESET DELIMITED BY SIZE
                               " NO LONGER IN RULECAT - LABELS FROM "
                               DELIMITED BY SIZE
                               "STATHIST" DELIMITED BY SIZE
                               INTO WS-RULE-SOURCE
                           PERFORM 525-SHOW-STATHIST-LABELS
                       NOT INVALID KEY
                           MOVE "CURRENT RULECAT DEFINITION"
                               TO WS-RULE-SOURCE
                           MOVE RSET-RULE-COUNT TO WS-SHOW-RULE-COUNT
                           PERFORM VARYING SHOW-IDX FROM 1 BY 1
                                   UNTIL SHOW-IDX > WS-SHOW-RULE-COUNT
                                      OR SHOW-IDX > 20
                               MOVE RSET-RULE-DIVISOR (SHOW-IDX)
                                   TO WS-SHOW-DIVISOR (SHOW-IDX)
                               MOVE RSET-RULE-LABEL (SHOW-IDX)
                                   TO WS-SHOW-LABEL (SHOW-IDX)
                           END-PERFORM
                   END-READ
                   CLOSE RULESET-CATALOG
               END-IF
           END-IF.

       525-SHOW-STATHIST-LABELS.
           MOVE WS-FOUND-RULE-COUNT TO WS-SHOW-RULE-COUNT
           PERFORM VARYING SHOW-IDX FROM 1 BY 1
                   UNTIL SHOW-IDX > WS-SHOW-RULE-COUNT
                      OR SHOW-IDX > 20
               MOVE "  ?" TO WS-SHOW-DIVISOR (SHOW-IDX)
               MOVE WS-FOUND-LABEL (SHOW-IDX)
                   TO WS-SHOW-LABEL (SHOW-IDX)
           END-PERFORM.

       530-BUILD-RULE-LINES.
      *    RULES 1-10 DOWN THE LEFT, 11-20 DOWN THE RIGHT
           MOVE SPACES TO WS-RULE-LINE-TABLE
           IF WS-SHOW-RULE-COUNT > 20
               MOVE 20 TO WS-SHOW-RULE-COUNT
           END-IF
           PERFORM VARYING SHOW-IDX FROM 1 BY 1
                   UNTIL SHOW-IDX > WS-SHOW-RULE-COUNT
               SET WS-RULE-NUMBER TO SHOW-IDX
               MOVE WS-RULE-NUMBER TO WS-RD-NUMBER
               MOVE WS-SHOW-DIVISOR (SHOW-IDX) TO WS-RD-DIVISOR
               MOVE WS-SHOW-LABEL (SHOW-IDX) TO WS-RD-LABEL
               IF WS-RULE-NUMBER > 10
                   SUBTRACT 10 FROM WS-RULE-NUMBER
                   SET RLINE-IDX TO WS-RULE-NUMBER
                   MOVE WS-RULE-DETAIL
                       TO WS-RULE-LINE (RLINE-IDX) (39:21)
               ELSE
                   SET RLINE-IDX TO WS-RULE-NUMBER
                   MOVE WS-RULE-DETAIL
                       TO WS-RULE-LINE (RLINE-IDX) (1:21)
               END-IF
           END-PERFORM
           IF WS-SHOW-RULE-COUNT = 0
               MOVE "  (NO RULES RECORDED)" TO WS-RULE-LINE (1)
           END-IF.

       900-TERMINATE.
           IF KSDS-OPEN
               CLOSE RESULT-KSDS
           END-IF.
