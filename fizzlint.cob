      *    FIZZLINT - RULE-SET ANALYZER. CHECKS A SET BEFORE IT GOES
      *    INTO PRODUCTION, WITHOUT RUNNING FIZZBUZZ: EITHER A NAMED
      *    RULECAT SET (RSETREC.CPY) OR A RULESIN DECK (RULECARD.CPY),
      *    AS CHOSEN BY THE LINTSEL CARD (LINTSEL.CPY).
      *    FINDINGS REPORTED ON LINTRPT:
      *      ERROR   - A CARD FIZZBUZZ WOULD SKIP (NON-NUMERIC OR
      *                ZERO DIVISOR, MORE THAN 20 RULES), A BLANK
      *                LABEL, A DUPLICATE DIVISOR OR LABEL, OR A RULE
      *                THAT CAN NEVER FIRE ALONE BECAUSE ITS DIVISOR
      *                IS A MULTIPLE OF ANOTHER RULE'S DIVISOR
      *      WARNING - A DIVISOR LCM PAST THE 5000-ENTRY CYCLE TABLE
      *                IN FIZZBUZZ.COB, WHICH DROPS
      *                115-BUILD-CYCLE-TABLE TO THE SLOW PER-COUNTER
      *                DIVIDE (FZB014I) - CORRECT RESULTS, BUT FOUND
      *                TODAY ONLY FROM SYSOUT AFTER THE RUN IS ALREADY
      *                IN THE BATCH WINDOW
      *    IT ALSO WALKS ONE WHOLE CYCLE OF THE SET (THE LCM OF ITS
      *    DIVISORS) AND PRINTS THE EXACT PLAIN / SINGLE-RULE /
      *    MULTI-RULE PERCENTAGES IN HUNDREDTHS, WITH THE MATCHING
      *    TOLERANCE CARDS IN TOLCARD.CPY LAYOUT, SO FIZZTOLC BANDS
      *    ARE WRITTEN FROM THE SET ITSELF INSTEAD OF GUESSED.
      *    A RULE CAN NEVER FIRE ALONE EXACTLY WHEN ANOTHER RULE'S
      *    DIVISOR DIVIDES ITS OWN: COUNTER = ITS DIVISOR FIRES IT
      *    ALONE OTHERWISE. THE MULTIPLE-OF CHECK IS THEREFORE THE
      *    WHOLE TEST, AND THE CYCLE WALK CONFIRMS IT WITH A ZERO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZLINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINTSEL-FILE ASSIGN TO "LINTSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNTSEL-STATUS.

           SELECT RULE-FILE ASSIGN TO "RULESIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT RULESET-CATALOG ASSIGN TO "RULECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSET-NAME
               FILE STATUS IS WS-RSET-STATUS.

           SELECT LINT-REPORT-FILE ASSIGN TO "LINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNTRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINTSEL-FILE
           LABEL RECORDS STANDARD.
           COPY LINTSEL.

       FD  RULE-FILE
           LABEL RECORDS STANDARD.
           COPY RULECARD.

       FD  RULESET-CATALOG
           LABEL RECORDS STANDARD.
           COPY RSETREC.

       FD  LINT-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  LINT-REPORT-LINE    PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-LNTSEL-STATUS  PIC XX VALUE SPACES.
       01 WS-RULE-STATUS    PIC XX VALUE SPACES.
       01 WS-RSET-STATUS    PIC XX VALUE SPACES.
       01 WS-LNTRPT-STATUS  PIC XX VALUE SPACES.
       01 WS-RULE-EOF       PIC X VALUE "N".
           88 RULE-EOF                VALUE "Y".
           88 RULE-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 LINT-FATAL              VALUE "Y".
           88 LINT-NOT-FATAL          VALUE "N".

      *    WHERE THE SET UNDER ANALYSIS COMES FROM - THE RULESIN
      *    DECK UNLESS THE LINTSEL CARD NAMES A CATALOG SET
       01 WS-SEL-SET-NAME   PIC X(8) VALUE SPACES.
       01 WS-SOURCE-IND     PIC X VALUE "D".
           88 SOURCE-RULESIN          VALUE "D".
           88 SOURCE-CATALOG          VALUE "C".

      *    THE RULES UNDER ANALYSIS, IN THE SAME TABLE FIZZBUZZ
      *    RUNS FROM - ONLY THE RULES FIZZBUZZ WOULD ACTUALLY LOAD
      *    GET IN, SO THE CYCLE WALK BELOW SEES WHAT A RUN WOULD SEE
           COPY RULETAB.

      *    ONE CANDIDATE RULE ON ITS WAY INTO THE TABLE - A DECK
      *    CARD OR A CATALOG ENTRY, VALIDATED THE SAME WAY EITHER
      *    WAY. THE DIVISOR IS X(3) SO IT CAN BE NUMERIC-TESTED -
      *    SAME RATIONALE AS RULECARD.CPY.
       01 WS-CAND-DIVISOR   PIC X(3) VALUE SPACES.
       01 WS-CAND-LABEL     PIC X(8) VALUE SPACES.
       01 WS-CAND-NUMBER    PIC 9(3) VALUE 0.
       01 WS-RULE-DIVISOR-NUM PIC 9(3) VALUE 0.
       01 WS-CARDS-OFFERED  PIC 9(3) VALUE 0.
       01 WS-CATALOG-IDX    PIC 9(2) VALUE 0.

      *    PAIRWISE CHECK STATE - OTHER-IDX WALKS THE RULES A RULE
      *    IS COMPARED AGAINST; THE RULE NUMBERS ARE CARRIED AS
      *    DISPLAY FIELDS FOR THE FINDING TEXT
       01 OTHER-IDX         PIC 9(2) VALUE 0.
       01 WS-RULE-NO        PIC 9(2) VALUE 0.
       01 WS-OTHER-NO       PIC 9(2) VALUE 0.
       01 WS-FOUND-IND      PIC X VALUE "N".
           88 MATCH-FOUND             VALUE "Y".
           88 MATCH-NOT-FOUND         VALUE "N".

      *    FINDING TALLIES FOR THE TRAILER AND THE RETURN CODE
       01 WS-ERROR-COUNT    PIC 9(3) VALUE 0.
       01 WS-WARNING-COUNT  PIC 9(3) VALUE 0.
       01 WS-FINDING-LEVEL  PIC X(8) VALUE SPACES.
       01 WS-FINDING-TEXT   PIC X(120) VALUE SPACES.

      *    CYCLE LENGTH (LCM OF ALL DIVISORS) - WORKED OUT THE SAME
      *    WAY AS 115-BUILD-CYCLE-TABLE IN FIZZBUZZ.COB, AND HELD
      *    AGAINST THE SAME 5000-ENTRY CYCLE TABLE LIMIT. THE LCM IS
      *    FOLLOWED PAST THAT LIMIT UP TO 99999, THE LARGEST RANGE A
      *    RUN CAN COVER: A CYCLE LONGER THAN THAT IS NEVER SEEN
      *    WHOLE BY ANY RUN, SO THE DISTRIBUTION IS THEN TAKEN OVER
      *    THE FULL COUNTER RANGE 1-99999 INSTEAD.
       01 WS-CYCLE-MAX          PIC 9(5) VALUE 5000.
       01 WS-WALK-MAX           PIC 9(5) VALUE 99999.
       01 WS-CYCLE-LENGTH       PIC 9(5) VALUE 0.
       01 WS-WALK-LENGTH        PIC 9(5) VALUE 0.
       01 WS-LCM-RANGE-IND      PIC X VALUE "N".
           88 LCM-PAST-RANGE          VALUE "Y".
           88 LCM-WITHIN-RANGE        VALUE "N".
       01 WS-GCD-A              PIC 9(9) VALUE 0.
       01 WS-GCD-B              PIC 9(9) VALUE 0.
       01 WS-GCD-TEMP           PIC 9(9) VALUE 0.
       01 WS-LCM-PRODUCT        PIC 9(9) VALUE 0.
       01 WS-LCM-TEMP           PIC 9(9) VALUE 0.
       01 DIVISIONRESULT        PIC 9(9) VALUE 0.
       01 WS-REMAINDER          PIC 9(5) VALUE 0.

      *    ONE-CYCLE DISTRIBUTION, CLASSIFIED EXACTLY AS
      *    200-PROCESS-COUNTERS CLASSIFIES A COUNTER: PLAIN, ONE
      *    RULE ALONE (PER RULE), OR TWO OR MORE RULES AT ONCE
       01 WS-WALK-POS           PIC 9(6) VALUE 0.
       01 WS-MATCH-COUNT        PIC 99 VALUE 0.
       01 WS-LAST-MATCHED-IDX   PIC 99 VALUE 0.
       01 WS-PLAIN-COUNT        PIC 9(5) VALUE 0.
       01 WS-SINGLE-COUNT       PIC 9(5) VALUE 0.
       01 WS-MULTI-COUNT        PIC 9(5) VALUE 0.
       01 WS-RULE-ALONE-COUNTS.
           05 WS-RULE-ALONE-COUNT OCCURS 20 TIMES PIC 9(5) VALUE 0.
      *    PERCENTAGES IN HUNDREDTHS (2667 = 26.67 PERCENT) - THE
      *    SAME UNITS AS TOL-EXPECTED, SO A CARD IS COPIED STRAIGHT
      *    OFF THE LISTING
       01 WS-PCT                PIC 9(5) VALUE 0.
       01 WS-DIST-COUNT         PIC 9(5) VALUE 0.
       01 WS-DIST-NAME          PIC X(8) VALUE SPACES.

       01 WS-RULE-LINE.
           05 FILLER            PIC X(7) VALUE "  RULE ".
           05 WS-RL-NUMBER      PIC 9(2).
           05 FILLER            PIC X(11) VALUE "   DIVISOR ".
           05 WS-RL-DIVISOR     PIC 9(3).
           05 FILLER            PIC X(9) VALUE "   LABEL ".
           05 WS-RL-LABEL       PIC X(8).
           05 FILLER            PIC X(92) VALUE SPACES.

       01 WS-DIST-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-NAME        PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DL-COUNT       PIC 9(5).
           05 FILLER            PIC X(13) VALUE " COUNTERS    ".
           05 WS-DL-PCT         PIC 9(5).
           05 FILLER            PIC X(96) VALUE SPACES.

      *    A SUGGESTED TOLERANCE CARD - TOLCARD.CPY COLUMNS, WITH
      *    THE SHOP'S USUAL ONE-PERCENT DEVIATION AS A STARTING
      *    POINT
       01 WS-TOL-LINE.
           05 WS-TL-LABEL       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-TL-EXPECTED    PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-TL-DEVIATION   PIC X(4) VALUE "0100".
           05 FILLER            PIC X(114) VALUE SPACES.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           PERFORM 130-OPEN-REPORT-FILE
           IF NOT LINT-FATAL
               PERFORM 170-WRITE-REPORT-HEADER
               IF SOURCE-CATALOG
                   PERFORM 120-LOAD-CATALOG-SET
               ELSE
                   PERFORM 110-LOAD-RULE-DECK
               END-IF
           END-IF
           IF NOT LINT-FATAL
               PERFORM 180-LIST-RULES
               IF WS-RULE-COUNT = 0
                   MOVE "ERROR" TO WS-FINDING-LEVEL
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "NO USABLE RULES - EVERY COUNTER WOULD "
                       DELIMITED BY SIZE
                       "COME OUT AS A PLAIN NUMBER" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 600-WRITE-FINDING
               ELSE
                   PERFORM 200-CHECK-RULE-SET
                   PERFORM 300-COMPUTE-CYCLE-LENGTH
                   PERFORM 400-WALK-ONE-CYCLE
                   PERFORM 500-WRITE-DISTRIBUTION
               END-IF
               PERFORM 800-WRITE-LINT-TRAILER
               PERFORM 900-TERMINATE
           ELSE
               IF WS-LNTRPT-STATUS = "00"
                   PERFORM 900-TERMINATE
               END-IF
           END-IF

      *    0 = CLEAN, 4 = WARNINGS ONLY (THE SET RUNS CORRECTLY BUT
      *    SLOWLY), 8 = ERRORS (THE SET IS WRONG - THE FIZZRMNT JOB
      *    STOPS HERE), 16 = THE ANALYSIS COULD NOT RUN
           IF LINT-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
      *    A MISSING OR EMPTY LINTSEL DD ANALYZES THE RULESIN DECK -
      *    A NEW SET IS NORMALLY LINTED AS A DECK BEFORE FIZZRMNT
      *    EVER PUTS IT IN THE CATALOG
           OPEN INPUT LINTSEL-FILE
           IF WS-LNTSEL-STATUS = "00"
               READ LINTSEL-FILE
                   AT END
                       DISPLAY "NO SELECTION CARD SUPPLIED - "
                           "ANALYZING THE RULESIN DECK"
                   NOT AT END
                       IF LINT-RULESIN-DECK
                           SET SOURCE-RULESIN TO TRUE
                       ELSE
                           SET SOURCE-CATALOG TO TRUE
                           MOVE LINT-SET-NAME TO WS-SEL-SET-NAME
                       END-IF
               END-READ
               CLOSE LINTSEL-FILE
           ELSE
               DISPLAY "LINTSEL NOT AVAILABLE (STATUS "
                   WS-LNTSEL-STATUS ") - ANALYZING THE RULESIN DECK"
           END-IF.

       110-LOAD-RULE-DECK.
      *    NO RULESIN DECK TO ANALYZE IS A MISCONFIGURED JOB - AN
      *    RC=0 LINT OF NOTHING WOULD WAVE THE SET THROUGH
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "RULESIN COULD NOT BE OPENED (STATUS "
                   WS-RULE-STATUS ") - ANALYSIS ABANDONED"
               SET LINT-FATAL TO TRUE
           ELSE
               PERFORM UNTIL RULE-EOF
                   READ RULE-FILE
                       AT END
                           SET RULE-EOF TO TRUE
                       NOT AT END
                           MOVE RULE-DIVISOR TO WS-CAND-DIVISOR
                           MOVE RULE-LABEL TO WS-CAND-LABEL
                           PERFORM 150-ADD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       120-LOAD-CATALOG-SET.
      *    A SET THAT IS NOT ON FILE, OR A CATALOG RECORD WHOSE RULE
      *    COUNT CANNOT BE TRUSTED, LEAVES NOTHING TO ANALYZE - FATAL
           OPEN INPUT RULESET-CATALOG
           IF WS-RSET-STATUS NOT = "00"
               DISPLAY "RULECAT COULD NOT BE OPENED (STATUS "
                   WS-RSET-STATUS ") - ANALYSIS ABANDONED"
               SET LINT-FATAL TO TRUE
           ELSE
               MOVE WS-SEL-SET-NAME TO RSET-NAME
               READ RULESET-CATALOG
                   INVALID KEY
                       DISPLAY "RULE SET '" WS-SEL-SET-NAME
                           "' NOT IN RULECAT - ANALYSIS ABANDONED"
                       SET LINT-FATAL TO TRUE
                   NOT INVALID KEY
                       IF RSET-RULE-COUNT NOT NUMERIC
                           OR RSET-RULE-COUNT > 20
                           DISPLAY "RULE SET '" WS-SEL-SET-NAME
                               "' HAS AN INVALID RULE COUNT '"
                               RSET-RULE-COUNT "' - CATALOG RECORD "
                               "DAMAGED, ANALYSIS ABANDONED"
                           SET LINT-FATAL TO TRUE
                       ELSE
                           PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
                                   UNTIL WS-CATALOG-IDX
                                       > RSET-RULE-COUNT
                               MOVE RSET-RULE-DIVISOR (WS-CATALOG-IDX)
                                   TO WS-CAND-DIVISOR
                               MOVE RSET-RULE-LABEL (WS-CATALOG-IDX)
                                   TO WS-CAND-LABEL
                               PERFORM 150-ADD-ONE-RULE
                           END-PERFORM
                       END-IF
               END-READ
               CLOSE RULESET-CATALOG
           END-IF.

       150-ADD-ONE-RULE.
      *    THE SAME ACCEPTANCE TESTS AS 110-LOAD-RULE-TABLE IN
      *    FIZZBUZZ.COB - A CARD FIZZBUZZ WOULD SKIP IS AN ERROR
      *    HERE, BECAUSE THE RUN WOULD QUIETLY USE A DIFFERENT SET
      *    FROM THE ONE THE DECK DESCRIBES
           ADD 1 TO WS-CARDS-OFFERED
           MOVE WS-CARDS-OFFERED TO WS-CAND-NUMBER
           MOVE "ERROR" TO WS-FINDING-LEVEL
           MOVE SPACES TO WS-FINDING-TEXT
           IF WS-CAND-DIVISOR NOT NUMERIC
               STRING "CARD " DELIMITED BY SIZE
                   WS-CAND-NUMBER DELIMITED BY SIZE
                   " DIVISOR '" DELIMITED BY SIZE
                   WS-CAND-DIVISOR DELIMITED BY SIZE
                   "' FOR LABEL '" DELIMITED BY SIZE
                   WS-CAND-LABEL DELIMITED BY SIZE
                   "' IS NOT NUMERIC - FIZZBUZZ SKIPS IT (FZB010W)"
                   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 600-WRITE-FINDING
           ELSE
               MOVE WS-CAND-DIVISOR TO WS-RULE-DIVISOR-NUM
               IF WS-RULE-DIVISOR-NUM = 0
                   STRING "CARD " DELIMITED BY SIZE
                       WS-CAND-NUMBER DELIMITED BY SIZE
                       " DIVISOR IS ZERO FOR LABEL '"
                       DELIMITED BY SIZE
                       WS-CAND-LABEL DELIMITED BY SIZE
                       "' - FIZZBUZZ SKIPS IT (FZB011W)"
                       DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 600-WRITE-FINDING
               ELSE
                   IF WS-RULE-COUNT >= 20
                       STRING "CARD " DELIMITED BY SIZE
                           WS-CAND-NUMBER DELIMITED BY SIZE
                           " LABEL '" DELIMITED BY SIZE
                           WS-CAND-LABEL DELIMITED BY SIZE
                           "' IS PAST THE 20-RULE LIMIT - FIZZBUZZ "
                           DELIMITED BY SIZE
                           "IGNORES IT (FZB012W)" DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       PERFORM 600-WRITE-FINDING
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-RULE-DIVISOR-NUM
                           TO WS-RULE-DIVISOR (WS-RULE-COUNT)
                       MOVE WS-CAND-LABEL
                           TO WS-RULE-LABEL (WS-RULE-COUNT)
                   END-IF
               END-IF
           END-IF.

       130-OPEN-REPORT-FILE.
           OPEN OUTPUT LINT-REPORT-FILE
           IF WS-LNTRPT-STATUS NOT = "00"
               DISPLAY "LINTRPT COULD NOT BE OPENED (STATUS "
                   WS-LNTRPT-STATUS ") - ANALYSIS ABANDONED"
               SET LINT-FATAL TO TRUE
           END-IF.

       170-WRITE-REPORT-HEADER.
           MOVE "===== FIZZBUZZ RULE-SET ANALYSIS =====" TO
               LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           MOVE SPACES TO LINT-REPORT-LINE
           IF SOURCE-CATALOG
               STRING "SOURCE: RULECAT SET " DELIMITED BY SIZE
                   WS-SEL-SET-NAME DELIMITED BY SIZE
                   INTO LINT-REPORT-LINE
           ELSE
               MOVE "SOURCE: RULESIN DECK" TO LINT-REPORT-LINE
           END-IF
           WRITE LINT-REPORT-LINE
           MOVE SPACES TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE.

       180-LIST-RULES.
      *    THE RULES AS FIZZBUZZ WOULD LOAD THEM, IN TABLE ORDER -
      *    THE RULE NUMBERS IN THE FINDINGS BELOW REFER TO THIS LIST
           MOVE SPACES TO LINT-REPORT-LINE
           STRING "RULES IN FORCE: " DELIMITED BY SIZE
               WS-RULE-COUNT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-CARDS-OFFERED DELIMITED BY SIZE
               " OFFERED" DELIMITED BY SIZE
               INTO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               SET WS-RULE-NO TO RULE-IDX
               MOVE WS-RULE-NO TO WS-RL-NUMBER
               MOVE WS-RULE-DIVISOR (RULE-IDX) TO WS-RL-DIVISOR
               MOVE WS-RULE-LABEL (RULE-IDX) TO WS-RL-LABEL
               MOVE WS-RULE-LINE TO LINT-REPORT-LINE
               WRITE LINT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           MOVE "FINDINGS:" TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE.

       200-CHECK-RULE-SET.
      *    EVERY RULE IS CHECKED AGAINST EVERY OTHER. A DUPLICATE IS
      *    REPORTED ONCE, AGAINST ITS LATER OCCURRENCE; A
      *    MULTIPLE-OF IS REPORTED ONCE PER DEAD RULE, NAMING THE
      *    FIRST RULE THAT BLOCKS IT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               SET WS-RULE-NO TO RULE-IDX
               PERFORM 210-CHECK-LABEL
               PERFORM 220-CHECK-DUPLICATE-DIVISOR
               PERFORM 230-CHECK-MULTIPLE-OF
           END-PERFORM.

       210-CHECK-LABEL.
           MOVE "ERROR" TO WS-FINDING-LEVEL
           MOVE SPACES TO WS-FINDING-TEXT
           IF WS-RULE-LABEL (RULE-IDX) = SPACES
               STRING "RULE " DELIMITED BY SIZE
                   WS-RULE-NO DELIMITED BY SIZE
                   " (DIVISOR " DELIMITED BY SIZE
                   WS-RULE-DIVISOR (RULE-IDX) DELIMITED BY SIZE
                   ") HAS A BLANK LABEL - ITS MATCHES WOULD PRINT "
                   DELIMITED BY SIZE
                   "NOTHING" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 600-WRITE-FINDING
           ELSE
               SET MATCH-NOT-FOUND TO TRUE
               PERFORM VARYING OTHER-IDX FROM 1 BY 1
                       UNTIL OTHER-IDX >= WS-RULE-NO
                          OR MATCH-FOUND
                   IF WS-RULE-LABEL (OTHER-IDX)
                       = WS-RULE-LABEL (RULE-IDX)
                       SET MATCH-FOUND TO TRUE
                       MOVE OTHER-IDX TO WS-OTHER-NO
                   END-IF
               END-PERFORM
               IF MATCH-FOUND
                   STRING "RULE " DELIMITED BY SIZE
                       WS-RULE-NO DELIMITED BY SIZE
                       " DUPLICATE LABEL '" DELIMITED BY SIZE
                       WS-RULE-LABEL (RULE-IDX) DELIMITED BY SIZE
                       "' - ALSO RULE " DELIMITED BY SIZE
                       WS-OTHER-NO DELIMITED BY SIZE
                       "; THE STATISTICS CANNOT TELL THEM APART"
                       DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 600-WRITE-FINDING
               END-IF
           END-IF.

       220-CHECK-DUPLICATE-DIVISOR.
           MOVE "ERROR" TO WS-FINDING-LEVEL
           MOVE SPACES TO WS-FINDING-TEXT
           SET MATCH-NOT-FOUND TO TRUE
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX >= WS-RULE-NO
                      OR MATCH-FOUND
               IF WS-RULE-DIVISOR (OTHER-IDX)
                   = WS-RULE-DIVISOR (RULE-IDX)
                   SET MATCH-FOUND TO TRUE
                   MOVE OTHER-IDX TO WS-OTHER-NO
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               STRING "RULE " DELIMITED BY SIZE
                   WS-RULE-NO DELIMITED BY SIZE
                   " DUPLICATE DIVISOR " DELIMITED BY SIZE
                   WS-RULE-DIVISOR (RULE-IDX) DELIMITED BY SIZE
                   " - ALSO RULE " DELIMITED BY SIZE
                   WS-OTHER-NO DELIMITED BY SIZE
                   "; NEITHER CAN EVER FIRE ALONE" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 600-WRITE-FINDING
           END-IF.

       230-CHECK-MULTIPLE-OF.
      *    EQUAL DIVISORS ARE THE DUPLICATE CASE ABOVE, NOT A
      *    MULTIPLE-OF - SKIPPED HERE SO THE PAIR IS REPORTED ONCE
           MOVE "ERROR" TO WS-FINDING-LEVEL
           MOVE SPACES TO WS-FINDING-TEXT
           SET MATCH-NOT-FOUND TO TRUE
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX > WS-RULE-COUNT
                      OR MATCH-FOUND
               IF WS-RULE-DIVISOR (OTHER-IDX)
                   NOT = WS-RULE-DIVISOR (RULE-IDX)
                   DIVIDE WS-RULE-DIVISOR (RULE-IDX)
                       BY WS-RULE-DIVISOR (OTHER-IDX)
                       GIVING DIVISIONRESULT REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = 0
                       SET MATCH-FOUND TO TRUE
                       MOVE OTHER-IDX TO WS-OTHER-NO
                   END-IF
               END-IF
           END-PERFORM
           IF MATCH-FOUND
               STRING "RULE " DELIMITED BY SIZE
                   WS-RULE-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RULE-LABEL (RULE-IDX) DELIMITED BY SPACE
                   " CAN NEVER FIRE ALONE - DIVISOR " DELIMITED BY SIZE
                   WS-RULE-DIVISOR (RULE-IDX) DELIMITED BY SIZE
                   " IS A MULTIPLE OF RULE " DELIMITED BY SIZE
                   WS-OTHER-NO DELIMITED BY SIZE
                   " DIVISOR " DELIMITED BY SIZE
                   WS-RULE-DIVISOR (WS-OTHER-NO) DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 600-WRITE-FINDING
           END-IF.

       300-COMPUTE-CYCLE-LENGTH.
      *    LCM OF ALL DIVISORS, ONE RULE AT A TIME, AS IN
      *    115-BUILD-CYCLE-TABLE - BUT CARRIED ON PAST THE TABLE
      *    LIMIT SO THE LISTING CAN SAY HOW FAR PAST IT THE SET IS
           SET LCM-WITHIN-RANGE TO TRUE
           MOVE WS-RULE-DIVISOR (1) TO WS-CYCLE-LENGTH
           PERFORM VARYING RULE-IDX FROM 2 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
                      OR LCM-PAST-RANGE
               MOVE WS-CYCLE-LENGTH TO WS-GCD-A
               MOVE WS-RULE-DIVISOR (RULE-IDX) TO WS-GCD-B
               PERFORM 310-EUCLID-GCD
               COMPUTE WS-LCM-PRODUCT =
                   WS-CYCLE-LENGTH * WS-RULE-DIVISOR (RULE-IDX)
               DIVIDE WS-LCM-PRODUCT BY WS-GCD-A
                   GIVING WS-LCM-TEMP
               IF WS-LCM-TEMP > WS-WALK-MAX
                   SET LCM-PAST-RANGE TO TRUE
               ELSE
                   MOVE WS-LCM-TEMP TO WS-CYCLE-LENGTH
               END-IF
           END-PERFORM

           MOVE "WARNING" TO WS-FINDING-LEVEL
           MOVE SPACES TO WS-FINDING-TEXT
           IF LCM-PAST-RANGE
               MOVE WS-WALK-MAX TO WS-WALK-LENGTH
               STRING "DIVISOR LCM IS PAST 99999 - FAR BEYOND THE "
                   DELIMITED BY SIZE
                   "5000-ENTRY CYCLE TABLE; FIZZBUZZ WILL USE THE "
                   DELIMITED BY SIZE
                   "PER-COUNTER DIVIDE (FZB014I)" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 600-WRITE-FINDING
           ELSE
               MOVE WS-CYCLE-LENGTH TO WS-WALK-LENGTH
               IF WS-CYCLE-LENGTH > WS-CYCLE-MAX
                   STRING "DIVISOR LCM " DELIMITED BY SIZE
                       WS-CYCLE-LENGTH DELIMITED BY SIZE
                       " IS PAST THE 5000-ENTRY CYCLE TABLE - "
                       DELIMITED BY SIZE
                       "FIZZBUZZ WILL USE THE PER-COUNTER DIVIDE "
                       DELIMITED BY SIZE
                       "(FZB014I)" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 600-WRITE-FINDING
               END-IF
           END-IF

           IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
               MOVE "  (NONE)" TO LINT-REPORT-LINE
               WRITE LINT-REPORT-LINE
           END-IF.

       310-EUCLID-GCD.
      *    EUCLIDEAN ALGORITHM - LEAVES THE GREATEST COMMON DIVISOR
      *    OF WS-GCD-A AND WS-GCD-B IN WS-GCD-A
           PERFORM UNTIL WS-GCD-B = 0
               MOVE WS-GCD-B TO WS-GCD-TEMP
               DIVIDE WS-GCD-A BY WS-GCD-B
                   GIVING DIVISIONRESULT REMAINDER WS-GCD-B
               MOVE WS-GCD-TEMP TO WS-GCD-A
           END-PERFORM.

       400-WALK-ONE-CYCLE.
      *    CLASSIFY EVERY POSITION OF ONE WHOLE CYCLE THE WAY
      *    200-PROCESS-COUNTERS CLASSIFIES A COUNTER. THE PATTERN
      *    REPEATS EVERY CYCLE, SO THESE COUNTS ARE EXACTLY WHAT
      *    ANY RUN OF WHOLE CYCLES PRODUCES
           MOVE 0 TO WS-PLAIN-COUNT
           MOVE 0 TO WS-SINGLE-COUNT
           MOVE 0 TO WS-MULTI-COUNT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > 20
               MOVE 0 TO WS-RULE-ALONE-COUNT (RULE-IDX)
           END-PERFORM
           PERFORM VARYING WS-WALK-POS FROM 1 BY 1
                   UNTIL WS-WALK-POS > WS-WALK-LENGTH
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   DIVIDE WS-WALK-POS BY WS-RULE-DIVISOR (RULE-IDX)
                       GIVING DIVISIONRESULT REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = 0
                       ADD 1 TO WS-MATCH-COUNT
                       SET WS-LAST-MATCHED-IDX TO RULE-IDX
                   END-IF
               END-PERFORM
               EVALUATE WS-MATCH-COUNT
                   WHEN 0
                       ADD 1 TO WS-PLAIN-COUNT
                   WHEN 1
                       ADD 1 TO WS-SINGLE-COUNT
                       ADD 1 TO WS-RULE-ALONE-COUNT
                           (WS-LAST-MATCHED-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-MULTI-COUNT
               END-EVALUATE
           END-PERFORM.

       500-WRITE-DISTRIBUTION.
           MOVE SPACES TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           MOVE SPACES TO LINT-REPORT-LINE
           IF LCM-PAST-RANGE
               STRING "DISTRIBUTION OVER THE FULL COUNTER RANGE "
                   DELIMITED BY SIZE
                   "1-99999 (THE CYCLE IS LONGER THAN ANY RUN)"
                   DELIMITED BY SIZE
                   INTO LINT-REPORT-LINE
           ELSE
               STRING "DISTRIBUTION OVER ONE CYCLE OF "
                   DELIMITED BY SIZE
                   WS-CYCLE-LENGTH DELIMITED BY SIZE
                   " COUNTERS" DELIMITED BY SIZE
                   INTO LINT-REPORT-LINE
           END-IF
           WRITE LINT-REPORT-LINE
           MOVE "PERCENTAGES IN HUNDREDTHS (2667 = 26.67 PERCENT)"
               TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE

           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-LABEL (RULE-IDX) TO WS-DIST-NAME
               MOVE WS-RULE-ALONE-COUNT (RULE-IDX) TO WS-DIST-COUNT
               PERFORM 510-WRITE-DIST-LINE
           END-PERFORM
           MOVE "(SINGLE)" TO WS-DIST-NAME
           MOVE WS-SINGLE-COUNT TO WS-DIST-COUNT
           PERFORM 510-WRITE-DIST-LINE
           MOVE "(MULTI)" TO WS-DIST-NAME
           MOVE WS-MULTI-COUNT TO WS-DIST-COUNT
           PERFORM 510-WRITE-DIST-LINE
           MOVE "(PLAIN)" TO WS-DIST-NAME
           MOVE WS-PLAIN-COUNT TO WS-DIST-COUNT
           PERFORM 510-WRITE-DIST-LINE

      *    THE SAME NUMBERS AS READY-TO-PUNCH FIZZTOLC CARDS - ONE
      *    PER RULE PLUS (MULTI) AND (PLAIN). (SINGLE) IS NOT A
      *    FIZZTOLC CATEGORY, SO IT GETS NO CARD.
           MOVE SPACES TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           MOVE SPACES TO LINT-REPORT-LINE
           STRING "SUGGESTED TOLCARDS (COLS 1-8 LABEL, 10-13 "
               DELIMITED BY SIZE
               "EXPECTED, 15-18 DEVIATION):" DELIMITED BY SIZE
               INTO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-LABEL (RULE-IDX) TO WS-DIST-NAME
               MOVE WS-RULE-ALONE-COUNT (RULE-IDX) TO WS-DIST-COUNT
               PERFORM 520-WRITE-TOL-LINE
           END-PERFORM
           MOVE "(MULTI)" TO WS-DIST-NAME
           MOVE WS-MULTI-COUNT TO WS-DIST-COUNT
           PERFORM 520-WRITE-TOL-LINE
           MOVE "(PLAIN)" TO WS-DIST-NAME
           MOVE WS-PLAIN-COUNT TO WS-DIST-COUNT
           PERFORM 520-WRITE-TOL-LINE.

       510-WRITE-DIST-LINE.
           COMPUTE WS-PCT ROUNDED =
               WS-DIST-COUNT * 10000 / WS-WALK-LENGTH
           MOVE WS-DIST-NAME TO WS-DL-NAME
           MOVE WS-DIST-COUNT TO WS-DL-COUNT
           MOVE WS-PCT TO WS-DL-PCT
           MOVE WS-DIST-LINE TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE.

       520-WRITE-TOL-LINE.
      *    TOL-EXPECTED IS FOUR DIGITS - A CATEGORY TAKING EVERY
      *    COUNTER (10000) CANNOT BE PUNCHED, AND A RULE THAT NEVER
      *    FIRES ALONE IS ALREADY AN ERROR ABOVE, BUT ITS ZERO CARD
      *    IS STILL SHOWN SO THE LIST MATCHES THE SET
           COMPUTE WS-PCT ROUNDED =
               WS-DIST-COUNT * 10000 / WS-WALK-LENGTH
           IF WS-PCT > 9999
               MOVE SPACES TO LINT-REPORT-LINE
               STRING WS-DIST-NAME DELIMITED BY SIZE
                   " TAKES EVERY COUNTER - NO CARD" DELIMITED BY SIZE
                   INTO LINT-REPORT-LINE
           ELSE
               MOVE WS-DIST-NAME TO WS-TL-LABEL
               MOVE WS-PCT TO WS-TL-EXPECTED
               MOVE WS-TOL-LINE TO LINT-REPORT-LINE
           END-IF
           WRITE LINT-REPORT-LINE.

       600-WRITE-FINDING.
      *    ONE FINDING LINE - LEVEL, THEN THE TEXT THE CALLER BUILT
      *    IN WS-FINDING-TEXT - COUNTED FOR THE RETURN CODE
           IF WS-FINDING-LEVEL = "ERROR"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO LINT-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-FINDING-LEVEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FINDING-TEXT DELIMITED BY SIZE
               INTO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE.

       800-WRITE-LINT-TRAILER.
           MOVE SPACES TO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE
           MOVE SPACES TO LINT-REPORT-LINE
           STRING "===== TOTALS: " DELIMITED BY SIZE
               WS-RULE-COUNT DELIMITED BY SIZE
               " RULE(S) ANALYZED, " DELIMITED BY SIZE
               WS-ERROR-COUNT DELIMITED BY SIZE
               " ERROR(S), " DELIMITED BY SIZE
               WS-WARNING-COUNT DELIMITED BY SIZE
               " WARNING(S) =====" DELIMITED BY SIZE
               INTO LINT-REPORT-LINE
           WRITE LINT-REPORT-LINE

           DISPLAY "===== FIZZLINT SUMMARY ====="
           DISPLAY "RULES OFFERED . . . . . . . . : " WS-CARDS-OFFERED
           DISPLAY "RULES ANALYZED  . . . . . . . : " WS-RULE-COUNT
           DISPLAY "ERRORS  . . . . . . . . . . . : " WS-ERROR-COUNT
           DISPLAY "WARNINGS  . . . . . . . . . . : "
               WS-WARNING-COUNT.

       900-TERMINATE.
           CLOSE LINT-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZLINT" TO WS-STEP-PROGRAM
           MOVE "FIZZLINT" TO WS-STEP-JOBNAME
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
           MOVE WS-CARDS-OFFERED TO WS-STEP-READ
           COMPUTE WS-STEP-WRITTEN = WS-ERROR-COUNT + WS-WARNING-COUNT
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
