      *    FIZZSCHD - BUILDS THE DAY'S FIZZBUZZ PARAMETER DECK FROM
      *    THE SCHDMAST SCHEDULE MASTER (SCHDREC.CPY) INSTEAD OF A
      *    HAND-PUNCHED PARMIN DECK. FOR THE PROCESSING DATE ON THE
      *    SCHDSEL CARD (SCHDSEL.CPY - BLANK = TODAY) EVERY STANDING
      *    RUN DEFINITION IS TESTED AGAINST ITS FREQUENCY - DAILY,
      *    CHOSEN WEEKDAYS, MONTH-END, QUARTER-END OR THE NTH
      *    BUSINESS DAY OF THE MONTH - USING THE HOLCAL HOLIDAY
      *    CALENDAR (HOLREC.CPY), AND EACH ONE DUE IS WRITTEN TO
      *    PARMOUT AS ONE PARAMETER CARD (PARMCARD.CPY) IN
      *    DEFINITION-ID ORDER. SCHDRPT LISTS EVERY DEFINITION WITH
      *    WHETHER IT WAS SELECTED AND WHY.
      *    A DEFINITION DUE TODAY WHOSE RULE SET IS NOT ON RULECAT IS
      *    REJECTED BEFORE ITS CARD IS WRITTEN - FIZZBUZZ WOULD
      *    OTHERWISE RUN IT WITH THE RULESIN RULES AND REPORT A
      *    WRONG RESULT AS A RIGHT ONE. A DEFINITION NOT DUE TODAY
      *    WHOSE SET IS MISSING IS FLAGGED ON THE LISTING SO IT CAN
      *    BE PUT RIGHT BEFORE IT FALLS DUE.
      *    NOTHING IS GUESSED: A BAD SCHDSEL DATE, A BAD HOLIDAY CARD,
      *    OR A SCHDMAST, HOLCAL OR RULECAT THAT CANNOT BE READ STOPS
      *    THE STEP WITH NO DECK BUILT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSCHD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHDSEL-FILE ASSIGN TO "SCHDSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDSEL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT SCHEDULE-MASTER ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHD-ID
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT RULESET-CATALOG ASSIGN TO "RULECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSET-NAME
               FILE STATUS IS WS-RSET-STATUS.

           SELECT PARM-OUT-FILE ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMOUT-STATUS.

           SELECT SCHD-REPORT-FILE ASSIGN TO "SCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHDSEL-FILE
           LABEL RECORDS STANDARD.
           COPY SCHDSEL.

       FD  HOLIDAY-FILE
           LABEL RECORDS STANDARD.
           COPY HOLREC.

       FD  SCHEDULE-MASTER
           LABEL RECORDS STANDARD.
           COPY SCHDREC.

       FD  RULESET-CATALOG
           LABEL RECORDS STANDARD.
           COPY RSETREC.

       FD  PARM-OUT-FILE
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  SCHD-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  SRPT-LINE           PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-SCHDSEL-STATUS PIC XX VALUE SPACES.
       01 WS-HOL-STATUS     PIC XX VALUE SPACES.
       01 WS-SCHD-STATUS    PIC XX VALUE SPACES.
       01 WS-RSET-STATUS    PIC XX VALUE SPACES.
       01 WS-PARMOUT-STATUS PIC XX VALUE SPACES.
       01 WS-SRPT-STATUS    PIC XX VALUE SPACES.
       01 WS-HOL-EOF        PIC X VALUE "N".
           88 HOL-EOF                 VALUE "Y".
           88 HOL-NOT-EOF             VALUE "N".
       01 WS-SCHD-EOF       PIC X VALUE "N".
           88 SCHD-EOF                VALUE "Y".
           88 SCHD-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 SCHED-FATAL             VALUE "Y".
           88 SCHED-NOT-FATAL         VALUE "N".

      *    THE PROCESSING DATE, AFTER DEFAULTING, AND A WORK DATE FOR
      *    CHECKING ANY YYYYMMDD (THE SCHDSEL CARD, EACH HOLIDAY)
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-PROC-DATE      PIC 9(8) VALUE 0.
       01 WS-PROC-DATE-WORK.
           05 WS-PD-YYYY        PIC 9(4).
           05 WS-PD-MM          PIC 99.
           05 WS-PD-DD          PIC 99.
       01 WS-CHECK-DATE.
           05 WS-CD-YYYY        PIC 9(4).
           05 WS-CD-MM          PIC 99.
           05 WS-CD-DD          PIC 99.
       01 WS-CHECK-MONTH-DAYS PIC 99 VALUE 0.
       01 WS-CHECK-DATE-IND PIC X VALUE "Y".
           88 CHECK-DATE-VALID        VALUE "Y".
           88 CHECK-DATE-INVALID      VALUE "N".
       01 WS-LEAP-QUOTIENT  PIC 9(4) VALUE 0.
       01 WS-LEAP-REM-4     PIC 9(3) VALUE 0.
       01 WS-LEAP-REM-100   PIC 9(3) VALUE 0.
       01 WS-LEAP-REM-400   PIC 9(3) VALUE 0.

      *    ZELLER'S CONGRUENCE FOR THE WEEKDAY OF THE 1ST OF THE
      *    MONTH (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
      *    THE YEAR BEFORE); EVERY OTHER DAY FOLLOWS FROM IT
       01 WS-ZELLER-YEAR    PIC 9(4) VALUE 0.
       01 WS-ZELLER-MONTH   PIC 99 VALUE 0.
       01 WS-ZELLER-CENTURY PIC 99 VALUE 0.
       01 WS-ZELLER-YY      PIC 99 VALUE 0.
       01 WS-ZELLER-QUARTER PIC 99 VALUE 0.
       01 WS-ZELLER-TERM    PIC 9(3) VALUE 0.
       01 WS-ZELLER-SUM     PIC 9(4) VALUE 0.
       01 WS-ZELLER-QUOT    PIC 9(4) VALUE 0.
       01 WS-ZELLER-REM     PIC 9 VALUE 0.
       01 WS-FIRST-WEEKDAY  PIC 9 VALUE 0.

      *    THE PROCESSING MONTH, ONE ENTRY PER DAY. WEEKDAY 1 =
      *    MONDAY ... 7 = SUNDAY. BUSINESS-NO IS THE DAY'S PLACE
      *    AMONG THE MONTH'S BUSINESS DAYS, ZERO ON A WEEKEND OR
      *    HOLIDAY.
       01 WS-MONTH-DAYS     PIC 99 VALUE 0.
       01 WS-MONTH-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
               10 WS-DAY-WEEKDAY       PIC 9.
               10 WS-DAY-HOLIDAY-IND   PIC X.
                   88 DAY-IS-HOLIDAY          VALUE "Y".
                   88 DAY-NOT-HOLIDAY         VALUE "N".
               10 WS-DAY-HOLIDAY-NAME  PIC X(30).
               10 WS-DAY-BUSINESS-NO   PIC 99.
       01 DAY-IDX           PIC 99 VALUE 0.
       01 WS-BUSINESS-DAYS  PIC 99 VALUE 0.
       01 WS-LAST-BUSINESS-DAY PIC 99 VALUE 0.
       01 WS-LAST-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-PROC-WEEKDAY   PIC 9 VALUE 0.
       01 WS-PROC-BUSINESS-NO PIC 99 VALUE 0.
       01 WS-DAY-NAME       PIC X(9) VALUE SPACES.
       01 WS-QUARTER-MONTH-IND PIC X VALUE "N".
           88 QUARTER-END-MONTH       VALUE "Y".
           88 NOT-QUARTER-END-MONTH   VALUE "N".

      *    HOLIDAY CALENDAR TALLIES
       01 WS-HOL-CARDS      PIC 9(5) VALUE 0.
       01 WS-HOL-BAD-CARDS  PIC 9(5) VALUE 0.
       01 WS-HOL-IN-MONTH   PIC 99 VALUE 0.

      *    THE DEFINITION BEING DECIDED
       01 WS-DUE-IND        PIC X VALUE "N".
           88 DEF-DUE                 VALUE "Y".
           88 DEF-NOT-DUE             VALUE "N".
       01 WS-SET-IND        PIC X VALUE "Y".
           88 DEF-SET-FOUND           VALUE "Y".
           88 DEF-SET-MISSING         VALUE "N".
       01 WS-REASON         PIC X(50) VALUE SPACES.
       01 WS-NTH-DATE       PIC 9(8) VALUE 0.
       01 WS-DAY-LETTERS    PIC X(7) VALUE "MTWTFSS".
       01 WS-FREQ-TEXT      PIC X(24) VALUE SPACES.
       01 WEEKDAY-IDX       PIC 99 VALUE 0.

      *    SELECTION TALLIES FOR THE TRAILER
       01 WS-DEFS-READ      PIC 9(5) VALUE 0.
       01 WS-DEFS-SELECTED  PIC 9(3) VALUE 0.
       01 WS-DEFS-NOT-DUE   PIC 9(5) VALUE 0.
       01 WS-DEFS-REJECTED  PIC 9(5) VALUE 0.
       01 WS-DEFS-SET-LATENT PIC 9(5) VALUE 0.

      *    ONE DEFINITION AS IT APPEARS ON THE SELECTION LISTING
       01 WS-SEL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-ID          PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-START       PIC 9(5).
           05 FILLER            PIC X(1) VALUE "-".
           05 WS-SL-MYLIMIT     PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-RULESET     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-MODE        PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-FREQ        PIC X(24).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-STATUS      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-CARD        PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-REASON      PIC X(50).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT SCHED-FATAL
               PERFORM 110-BUILD-MONTH-CALENDAR
               PERFORM 120-LOAD-HOLIDAYS
           END-IF
           IF NOT SCHED-FATAL
               PERFORM 140-COUNT-BUSINESS-DAYS
               PERFORM 130-OPEN-SCHEDULE-FILES
           END-IF
           IF NOT SCHED-FATAL
               PERFORM 170-WRITE-REPORT-HEADER
               PERFORM 200-PROCESS-DEFINITIONS
                   UNTIL SCHD-EOF OR SCHED-FATAL
               PERFORM 800-WRITE-TOTALS
               PERFORM 900-TERMINATE
           END-IF

      *    0 = DECK BUILT WITH EVERY DEFINITION DUE TODAY,
      *    4 = NOTHING DUE TODAY (EMPTY DECK - A WEEKEND OR HOLIDAY),
      *    8 = DECK BUILT, BUT DEFINITIONS DUE TODAY WERE REJECTED,
      *    16 = NO USABLE DECK (A FATAL ERROR, OR EVERY DEFINITION
      *    DUE TODAY WAS REJECTED). THE FIZZBUZZ STEP THAT READS THE
      *    DECK MUST BE BYPASSED ON 4 AND 16 - AN EMPTY PARMIN WOULD
      *    RUN ITS DEFAULT LIMIT-100 RUN
           EVALUATE TRUE
               WHEN SCHED-FATAL
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEFS-REJECTED > 0 AND WS-DEFS-SELECTED = 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEFS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEFS-SELECTED = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
      *    A MISSING OR EMPTY SCHDSEL DD BUILDS TODAY'S DECK - THE
      *    SCHEDULED DAILY RUN NEEDS NO CARD
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-PROC-DATE
           OPEN INPUT SCHDSEL-FILE
           IF WS-SCHDSEL-STATUS = "00"
               READ SCHDSEL-FILE
                   AT END
                       DISPLAY "NO CONTROL CARD SUPPLIED - BUILDING "
                           "THE DECK FOR " WS-PROC-DATE
                   NOT AT END
                       PERFORM 105-VALIDATE-SELECT-CARD
               END-READ
               CLOSE SCHDSEL-FILE
           ELSE
               DISPLAY "SCHDSEL NOT AVAILABLE (STATUS "
                   WS-SCHDSEL-STATUS ") - BUILDING THE DECK FOR "
                   WS-PROC-DATE
           END-IF
           MOVE WS-PROC-DATE TO WS-PROC-DATE-WORK.

       105-VALIDATE-SELECT-CARD.
      *    A BAD DATE IS FATAL - SEE SCHDSEL.CPY
           IF SCHDSEL-DATE = SPACES OR SCHDSEL-DATE = ZEROS
               DISPLAY "NO PROCESSING DATE ON THE CARD - BUILDING "
                   "THE DECK FOR " WS-PROC-DATE
           ELSE
               IF SCHDSEL-DATE NOT NUMERIC
                   DISPLAY "INVALID PROCESSING DATE '" SCHDSEL-DATE
                       "' - MUST BE YYYYMMDD. NO DECK BUILT"
                   SET SCHED-FATAL TO TRUE
               ELSE
                   MOVE SCHDSEL-DATE TO WS-CHECK-DATE
                   PERFORM 160-CHECK-DATE
                   IF CHECK-DATE-INVALID
                       DISPLAY "INVALID PROCESSING DATE '"
                           SCHDSEL-DATE "' - NO SUCH DAY. "
                           "NO DECK BUILT"
                       SET SCHED-FATAL TO TRUE
                   ELSE
                       MOVE SCHDSEL-DATE TO WS-PROC-DATE
                   END-IF
               END-IF
           END-IF.

       110-BUILD-MONTH-CALENDAR.
      *    WEEKDAY OF EVERY DAY OF THE PROCESSING MONTH, STARTING
      *    FROM THE 1ST BY ZELLER'S CONGRUENCE. ITS RESULT COUNTS
      *    0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... AND IS SHIFTED
      *    HERE TO 1 = MONDAY ... 7 = SUNDAY.
           MOVE WS-PROC-DATE TO WS-CHECK-DATE
           PERFORM 165-COMPUTE-MONTH-DAYS
           MOVE WS-CHECK-MONTH-DAYS TO WS-MONTH-DAYS

           MOVE WS-PD-YYYY TO WS-ZELLER-YEAR
           MOVE WS-PD-MM TO WS-ZELLER-MONTH
           IF WS-ZELLER-MONTH < 3
               ADD 12 TO WS-ZELLER-MONTH
               SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF
           DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-CENTURY
               REMAINDER WS-ZELLER-YY
           COMPUTE WS-ZELLER-TERM = (13 * (WS-ZELLER-MONTH + 1)) / 5
           COMPUTE WS-ZELLER-SUM = 1 + WS-ZELLER-TERM + WS-ZELLER-YY
               + (5 * WS-ZELLER-CENTURY)
           DIVIDE WS-ZELLER-YY BY 4 GIVING WS-ZELLER-QUARTER
           ADD WS-ZELLER-QUARTER TO WS-ZELLER-SUM
           DIVIDE WS-ZELLER-CENTURY BY 4 GIVING WS-ZELLER-QUARTER
           ADD WS-ZELLER-QUARTER TO WS-ZELLER-SUM
           DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-QUOT
               REMAINDER WS-ZELLER-REM
           COMPUTE WS-ZELLER-SUM = WS-ZELLER-REM + 5
           DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-QUOT
               REMAINDER WS-ZELLER-REM
           COMPUTE WS-FIRST-WEEKDAY = WS-ZELLER-REM + 1

           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
               COMPUTE WS-ZELLER-SUM = WS-FIRST-WEEKDAY + DAY-IDX - 2
               DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-QUOT
                   REMAINDER WS-ZELLER-REM
               COMPUTE WS-DAY-WEEKDAY (DAY-IDX) = WS-ZELLER-REM + 1
               SET DAY-NOT-HOLIDAY (DAY-IDX) TO TRUE
               MOVE SPACES TO WS-DAY-HOLIDAY-NAME (DAY-IDX)
               MOVE 0 TO WS-DAY-BUSINESS-NO (DAY-IDX)
           END-PERFORM.

       120-LOAD-HOLIDAYS.
      *    THE CALENDAR IS REQUIRED AND ANY BAD CARD IS FATAL - SEE
      *    HOLREC.CPY. EVERY CARD IS STILL READ AND CHECKED SO ONE
      *    RUN REPORTS EVERY PROBLEM ON THE CALENDAR. ONLY THE
      *    PROCESSING MONTH'S HOLIDAYS ARE KEPT - NO FREQUENCY LOOKS
      *    OUTSIDE THE MONTH.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "HOLCAL COULD NOT BE OPENED (STATUS "
                   WS-HOL-STATUS ") - NO DECK BUILT"
               SET SCHED-FATAL TO TRUE
           ELSE
               PERFORM UNTIL HOL-EOF
                   READ HOLIDAY-FILE
                       AT END
                           SET HOL-EOF TO TRUE
                       NOT AT END
                           PERFORM 125-APPLY-HOLIDAY-CARD
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               IF WS-HOL-BAD-CARDS > 0
                   DISPLAY WS-HOL-BAD-CARDS " BAD HOLCAL CARD(S) - "
                       "NO DECK BUILT"
                   SET SCHED-FATAL TO TRUE
               END-IF
           END-IF.

       125-APPLY-HOLIDAY-CARD.
           IF HOL-RECORD (1:1) = "*" OR HOL-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-HOL-CARDS
               SET CHECK-DATE-INVALID TO TRUE
               IF HOL-DATE NUMERIC
                   MOVE HOL-DATE TO WS-CHECK-DATE
                   PERFORM 160-CHECK-DATE
               END-IF
               IF CHECK-DATE-INVALID
                   DISPLAY "INVALID HOLIDAY DATE '" HOL-DATE "' ("
                       HOL-NAME ") - MUST BE A REAL YYYYMMDD"
                   ADD 1 TO WS-HOL-BAD-CARDS
               ELSE
                   IF WS-CD-YYYY = WS-PD-YYYY AND WS-CD-MM = WS-PD-MM
                       IF DAY-NOT-HOLIDAY (WS-CD-DD)
                           ADD 1 TO WS-HOL-IN-MONTH
                       END-IF
                       SET DAY-IS-HOLIDAY (WS-CD-DD) TO TRUE
                       MOVE HOL-NAME TO WS-DAY-HOLIDAY-NAME (WS-CD-DD)
                   END-IF
               END-IF
           END-IF.

       130-OPEN-SCHEDULE-FILES.
      *    THE MASTER AND THE CATALOG MUST BOTH BE READABLE - A DECK
      *    WHOSE RULE SETS COULD NOT BE CHECKED IS NOT BUILT
           OPEN INPUT SCHEDULE-MASTER
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY "SCHDMAST COULD NOT BE OPENED (STATUS "
                   WS-SCHD-STATUS ") - NO DECK BUILT"
               SET SCHED-FATAL TO TRUE
           END-IF

           IF NOT SCHED-FATAL
               OPEN INPUT RULESET-CATALOG
               IF WS-RSET-STATUS NOT = "00"
                   DISPLAY "RULECAT COULD NOT BE OPENED (STATUS "
                       WS-RSET-STATUS ") - RULE SETS CANNOT BE "
                       "CHECKED. NO DECK BUILT"
                   SET SCHED-FATAL TO TRUE
                   CLOSE SCHEDULE-MASTER
               END-IF
           END-IF

           IF NOT SCHED-FATAL
               OPEN OUTPUT PARM-OUT-FILE
               IF WS-PARMOUT-STATUS NOT = "00"
                   DISPLAY "PARMOUT COULD NOT BE OPENED (STATUS "
                       WS-PARMOUT-STATUS ") - NO DECK BUILT"
                   SET SCHED-FATAL TO TRUE
                   CLOSE SCHEDULE-MASTER
                   CLOSE RULESET-CATALOG
               END-IF
           END-IF

           IF NOT SCHED-FATAL
               OPEN OUTPUT SCHD-REPORT-FILE
               IF WS-SRPT-STATUS NOT = "00"
                   DISPLAY "SCHDRPT COULD NOT BE OPENED (STATUS "
                       WS-SRPT-STATUS ") - NO DECK BUILT"
                   SET SCHED-FATAL TO TRUE
                   CLOSE SCHEDULE-MASTER
                   CLOSE RULESET-CATALOG
                   CLOSE PARM-OUT-FILE
               END-IF
           END-IF.

       140-COUNT-BUSINESS-DAYS.
      *    NUMBER THE MONTH'S BUSINESS DAYS (MONDAY TO FRIDAY, NOT
      *    A HOLIDAY), NOTE THE LAST ONE - THE MONTH-END, AND IN
      *    MARCH, JUNE, SEPTEMBER AND DECEMBER THE QUARTER-END - AND
      *    WHERE THE PROCESSING DATE FALLS AMONG THEM
           MOVE 0 TO WS-BUSINESS-DAYS
           MOVE 0 TO WS-LAST-BUSINESS-DAY
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-MONTH-DAYS
               IF WS-DAY-WEEKDAY (DAY-IDX) < 6
                   AND DAY-NOT-HOLIDAY (DAY-IDX)
                   ADD 1 TO WS-BUSINESS-DAYS
                   MOVE WS-BUSINESS-DAYS
                       TO WS-DAY-BUSINESS-NO (DAY-IDX)
                   MOVE DAY-IDX TO WS-LAST-BUSINESS-DAY
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LAST-BUSINESS-DATE
           IF WS-LAST-BUSINESS-DAY > 0
               COMPUTE WS-LAST-BUSINESS-DATE = WS-PD-YYYY * 10000
                   + WS-PD-MM * 100 + WS-LAST-BUSINESS-DAY
           END-IF
           MOVE WS-DAY-WEEKDAY (WS-PD-DD) TO WS-PROC-WEEKDAY
           MOVE WS-DAY-BUSINESS-NO (WS-PD-DD) TO WS-PROC-BUSINESS-NO
           IF WS-PD-MM = 3 OR WS-PD-MM = 6 OR WS-PD-MM = 9
               OR WS-PD-MM = 12
               SET QUARTER-END-MONTH TO TRUE
           ELSE
               SET NOT-QUARTER-END-MONTH TO TRUE
           END-IF
           PERFORM 150-NAME-WEEKDAY.

       150-NAME-WEEKDAY.
           EVALUATE WS-PROC-WEEKDAY
               WHEN 1
                   MOVE "MONDAY" TO WS-DAY-NAME
               WHEN 2
                   MOVE "TUESDAY" TO WS-DAY-NAME
               WHEN 3
                   MOVE "WEDNESDAY" TO WS-DAY-NAME
               WHEN 4
                   MOVE "THURSDAY" TO WS-DAY-NAME
               WHEN 5
                   MOVE "FRIDAY" TO WS-DAY-NAME
               WHEN 6
                   MOVE "SATURDAY" TO WS-DAY-NAME
               WHEN OTHER
                   MOVE "SUNDAY" TO WS-DAY-NAME
           END-EVALUATE.

       160-CHECK-DATE.
      *    WS-CHECK-DATE (ALREADY KNOWN NUMERIC) IS A REAL CALENDAR
      *    DAY
           SET CHECK-DATE-VALID TO TRUE
           IF WS-CD-YYYY < 1601 OR WS-CD-MM < 1 OR WS-CD-MM > 12
               SET CHECK-DATE-INVALID TO TRUE
           ELSE
               PERFORM 165-COMPUTE-MONTH-DAYS
               IF WS-CD-DD < 1 OR WS-CD-DD > WS-CHECK-MONTH-DAYS
                   SET CHECK-DATE-INVALID TO TRUE
               END-IF
           END-IF.

       165-COMPUTE-MONTH-DAYS.
      *    DAYS IN THE MONTH OF WS-CHECK-DATE, LEAP YEARS INCLUDED
      *    (DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400) -
      *    THE SAME RULE AS 107-COMPUTE-MONTH-RANGE IN FIZZBILL.COB
           EVALUATE WS-CD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CHECK-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-CD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-CD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-CD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 > 0)
                       MOVE 29 TO WS-CHECK-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-CHECK-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CHECK-MONTH-DAYS
           END-EVALUATE.

       170-WRITE-REPORT-HEADER.
           MOVE "===== FIZZSCHD PARMIN DECK SELECTION ====="
               TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE SPACES TO SRPT-LINE
           IF WS-PROC-BUSINESS-NO > 0
               STRING "PROCESSING DATE " DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-NAME DELIMITED BY SPACE
                   " - BUSINESS DAY " DELIMITED BY SIZE
                   WS-PROC-BUSINESS-NO DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-BUSINESS-DAYS DELIMITED BY SIZE
                   INTO SRPT-LINE
               END-STRING
           ELSE
               IF DAY-IS-HOLIDAY (WS-PD-DD)
                   STRING "PROCESSING DATE " DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DAY-NAME DELIMITED BY SPACE
                       " - NOT A BUSINESS DAY (HOLIDAY: "
                           DELIMITED BY SIZE
                       WS-DAY-HOLIDAY-NAME (WS-PD-DD)
                           DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO SRPT-LINE
                   END-STRING
               ELSE
                   STRING "PROCESSING DATE " DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DAY-NAME DELIMITED BY SPACE
                       " - NOT A BUSINESS DAY (WEEKEND)"
                           DELIMITED BY SIZE
                       INTO SRPT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE SRPT-LINE
           MOVE SPACES TO SRPT-LINE
           STRING "MONTH-END (LAST BUSINESS DAY) " DELIMITED BY SIZE
               WS-LAST-BUSINESS-DATE DELIMITED BY SIZE
               ", HOLIDAYS IN THE MONTH " DELIMITED BY SIZE
               WS-HOL-IN-MONTH DELIMITED BY SIZE
               INTO SRPT-LINE
           WRITE SRPT-LINE
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE "  ID       RANGE       SET      M FREQUENCY         "
               TO SRPT-LINE
           MOVE "      STATUS   CARD REASON" TO SRPT-LINE (54:26)
           WRITE SRPT-LINE.

       200-PROCESS-DEFINITIONS.
           READ SCHEDULE-MASTER
               AT END
                   SET SCHD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEFS-READ
                   PERFORM 210-SELECT-DEFINITION
           END-READ.

       210-SELECT-DEFINITION.
      *    DECIDE WHETHER THE DEFINITION IS DUE, CHECK ITS RULE SET,
      *    THEN WRITE ITS CARD (SELECTED), OR NOT (NOT DUE OR
      *    REJECTED), AND LIST IT EITHER WAY
           PERFORM 300-DECIDE-DUE
           PERFORM 360-CHECK-RULE-SET
           MOVE SPACES TO WS-SL-CARD
           EVALUATE TRUE
               WHEN DEF-DUE AND DEF-SET-MISSING
                   ADD 1 TO WS-DEFS-REJECTED
                   MOVE "REJECTED" TO WS-SL-STATUS
                   MOVE SPACES TO WS-REASON
                   STRING "DUE, BUT RULE SET " DELIMITED BY SIZE
                       SCHD-RULESET DELIMITED BY SPACE
                       " IS NOT IN RULECAT" DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
                   DISPLAY "DEFINITION " SCHD-ID " REJECTED - RULE "
                       "SET " SCHD-RULESET " IS NOT IN RULECAT"
               WHEN DEF-DUE
                   PERFORM 400-WRITE-PARM-CARD
               WHEN OTHER
                   ADD 1 TO WS-DEFS-NOT-DUE
                   MOVE "NOT DUE" TO WS-SL-STATUS
           END-EVALUATE
           PERFORM 410-WRITE-SELECTION-LINE
           IF DEF-NOT-DUE AND DEF-SET-MISSING
               ADD 1 TO WS-DEFS-SET-LATENT
               MOVE SPACES TO SRPT-LINE
               STRING "           ** RULE SET " DELIMITED BY SIZE
                   SCHD-RULESET DELIMITED BY SPACE
                   " IS NOT IN RULECAT - THIS DEFINITION WILL BE "
                       DELIMITED BY SIZE
                   "REJECTED WHEN IT FALLS DUE" DELIMITED BY SIZE
                   INTO SRPT-LINE
               END-STRING
               WRITE SRPT-LINE
               DISPLAY "DEFINITION " SCHD-ID " NAMES RULE SET "
                   SCHD-RULESET " - NOT IN RULECAT (NOT DUE TODAY)"
           END-IF.

       300-DECIDE-DUE.
      *    ONE WHEN PER FREQUENCY (SCHDREC.CPY). WS-REASON SAYS WHY,
      *    DUE OR NOT, FOR THE LISTING.
           SET DEF-NOT-DUE TO TRUE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN SCHD-DAILY
                   IF WS-PROC-BUSINESS-NO > 0
                       SET DEF-DUE TO TRUE
                       MOVE "DAILY - TODAY IS A BUSINESS DAY"
                           TO WS-REASON
                   ELSE
                       PERFORM 310-EXPLAIN-NON-BUSINESS-DAY
                   END-IF
               WHEN SCHD-WEEKDAYS-FREQ
                   IF SCHD-WEEKDAY-FLAG (WS-PROC-WEEKDAY) NOT = "Y"
                       STRING "NOT SCHEDULED ON " DELIMITED BY SIZE
                           WS-DAY-NAME DELIMITED BY SPACE
                           INTO WS-REASON
                       END-STRING
                   ELSE
                       IF DAY-IS-HOLIDAY (WS-PD-DD)
                           PERFORM 310-EXPLAIN-NON-BUSINESS-DAY
                       ELSE
                           SET DEF-DUE TO TRUE
                           STRING "SCHEDULED ON " DELIMITED BY SIZE
                               WS-DAY-NAME DELIMITED BY SPACE
                               INTO WS-REASON
                           END-STRING
                       END-IF
                   END-IF
               WHEN SCHD-MONTH-END
                   PERFORM 320-DECIDE-MONTH-END
               WHEN SCHD-QUARTER-END
                   IF NOT-QUARTER-END-MONTH
                       MOVE "NOT A QUARTER-END MONTH" TO WS-REASON
                   ELSE
                       PERFORM 320-DECIDE-MONTH-END
                   END-IF
               WHEN SCHD-BUSINESS-DAY-FREQ
                   PERFORM 330-DECIDE-BUSINESS-DAY
               WHEN OTHER
                   MOVE "UNKNOWN FREQUENCY ON THE MASTER - NOT RUN"
                       TO WS-REASON
           END-EVALUATE.

       310-EXPLAIN-NON-BUSINESS-DAY.
           IF DAY-IS-HOLIDAY (WS-PD-DD)
               STRING "HOLIDAY: " DELIMITED BY SIZE
                   WS-DAY-HOLIDAY-NAME (WS-PD-DD) DELIMITED BY "  "
                   INTO WS-REASON
               END-STRING
           ELSE
               MOVE "NOT A BUSINESS DAY (WEEKEND)" TO WS-REASON
           END-IF.

       320-DECIDE-MONTH-END.
      *    THE MONTH-END AND QUARTER-END ARE THE MONTH'S LAST
      *    BUSINESS DAY, NOT ITS LAST CALENDAR DAY
           IF WS-LAST-BUSINESS-DAY = 0
               MOVE "NO BUSINESS DAY IN THE MONTH" TO WS-REASON
           ELSE
               IF WS-PD-DD = WS-LAST-BUSINESS-DAY
                   SET DEF-DUE TO TRUE
                   IF SCHD-QUARTER-END
                       MOVE "LAST BUSINESS DAY OF THE QUARTER"
                           TO WS-REASON
                   ELSE
                       MOVE "LAST BUSINESS DAY OF THE MONTH"
                           TO WS-REASON
                   END-IF
               ELSE
                   STRING "LAST BUSINESS DAY IS " DELIMITED BY SIZE
                       WS-LAST-BUSINESS-DATE DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.

       330-DECIDE-BUSINESS-DAY.
           IF SCHD-BUSINESS-DAY = WS-PROC-BUSINESS-NO
               SET DEF-DUE TO TRUE
               STRING "TODAY IS BUSINESS DAY " DELIMITED BY SIZE
                   SCHD-BUSINESS-DAY DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           ELSE
               IF SCHD-BUSINESS-DAY > WS-BUSINESS-DAYS
                   STRING "THE MONTH HAS ONLY " DELIMITED BY SIZE
                       WS-BUSINESS-DAYS DELIMITED BY SIZE
                       " BUSINESS DAYS" DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
               ELSE
                   MOVE 0 TO WS-NTH-DATE
                   PERFORM VARYING DAY-IDX FROM 1 BY 1
                           UNTIL DAY-IDX > WS-MONTH-DAYS
                       IF WS-DAY-BUSINESS-NO (DAY-IDX)
                           = SCHD-BUSINESS-DAY
                           COMPUTE WS-NTH-DATE = WS-PD-YYYY * 10000
                               + WS-PD-MM * 100 + DAY-IDX
                       END-IF
                   END-PERFORM
                   STRING "BUSINESS DAY " DELIMITED BY SIZE
                       SCHD-BUSINESS-DAY DELIMITED BY SIZE
                       " IS " DELIMITED BY SIZE
                       WS-NTH-DATE DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.

       350-FORMAT-FREQUENCY.
      *    THE FREQUENCY IN WORDS; THE WEEKDAYS SHOWN MONDAY FIRST,
      *    ONE LETTER PER RUN DAY AND "-" FOR THE OTHERS - AS
      *    FIZZSMNT LISTS IT
           MOVE SPACES TO WS-FREQ-TEXT
           EVALUATE TRUE
               WHEN SCHD-DAILY
                   MOVE "DAILY" TO WS-FREQ-TEXT
               WHEN SCHD-WEEKDAYS-FREQ
                   MOVE "WEEKDAYS" TO WS-FREQ-TEXT
                   PERFORM VARYING WEEKDAY-IDX FROM 1 BY 1
                           UNTIL WEEKDAY-IDX > 7
                       IF SCHD-WEEKDAY-FLAG (WEEKDAY-IDX) = "Y"
                           MOVE WS-DAY-LETTERS (WEEKDAY-IDX:1)
                               TO WS-FREQ-TEXT (9 + WEEKDAY-IDX:1)
                       ELSE
                           MOVE "-" TO WS-FREQ-TEXT (9 + WEEKDAY-IDX:1)
                       END-IF
                   END-PERFORM
               WHEN SCHD-MONTH-END
                   MOVE "MONTH-END" TO WS-FREQ-TEXT
               WHEN SCHD-QUARTER-END
                   MOVE "QUARTER-END" TO WS-FREQ-TEXT
               WHEN SCHD-BUSINESS-DAY-FREQ
                   STRING "BUSINESS DAY " DELIMITED BY SIZE
                       SCHD-BUSINESS-DAY DELIMITED BY SIZE
                       INTO WS-FREQ-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-FREQ-TEXT
           END-EVALUATE.

       360-CHECK-RULE-SET.
      *    A BLANK SET RUNS THE RULESIN RULES AND NEEDS NO CHECK
           SET DEF-SET-FOUND TO TRUE
           IF SCHD-RULESET NOT = SPACES
               MOVE SCHD-RULESET TO RSET-NAME
               READ RULESET-CATALOG
                   INVALID KEY
                       SET DEF-SET-MISSING TO TRUE
               END-READ
           END-IF.

       400-WRITE-PARM-CARD.
      *    THE CARD CARRIES THE DEFINITION'S RUN UNCHANGED. RESTART
      *    IS ALWAYS N - A RESTART IS A RESUBMISSION OF THE SAME DECK
      *    (SEE FIZZBUZZ.JCL), NOT A NEW ONE.
           MOVE SPACES TO PARM-CARD
           MOVE SCHD-START TO PARM-START
           MOVE SCHD-MYLIMIT TO PARM-MYLIMIT
           MOVE "N" TO PARM-RESTART
           MOVE SCHD-RULESET TO PARM-RULESET
           MOVE SCHD-MODE TO PARM-MODE
           WRITE PARM-CARD
           IF WS-PARMOUT-STATUS NOT = "00"
               DISPLAY "PARMOUT WRITE FAILED (STATUS "
                   WS-PARMOUT-STATUS ") FOR DEFINITION " SCHD-ID
                   " - NO USABLE DECK"
               SET SCHED-FATAL TO TRUE
               MOVE "FAILED" TO WS-SL-STATUS
               MOVE "PARMOUT WRITE FAILED" TO WS-REASON
           ELSE
               ADD 1 TO WS-DEFS-SELECTED
               MOVE "SELECTED" TO WS-SL-STATUS
               MOVE WS-DEFS-SELECTED TO WS-SL-CARD
           END-IF.

       410-WRITE-SELECTION-LINE.
           MOVE SCHD-ID TO WS-SL-ID
           MOVE SCHD-START TO WS-SL-START
           MOVE SCHD-MYLIMIT TO WS-SL-MYLIMIT
           MOVE SCHD-RULESET TO WS-SL-RULESET
           MOVE SCHD-MODE TO WS-SL-MODE
           PERFORM 350-FORMAT-FREQUENCY
           MOVE WS-FREQ-TEXT TO WS-SL-FREQ
           MOVE WS-REASON TO WS-SL-REASON
           MOVE WS-SEL-LINE TO SRPT-LINE
           WRITE SRPT-LINE.

       800-WRITE-TOTALS.
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-LINE
           IF WS-DEFS-READ = 0
               MOVE "  (NO DEFINITIONS ON SCHDMAST)" TO SRPT-LINE
               WRITE SRPT-LINE
           END-IF
           MOVE SPACES TO SRPT-LINE
           STRING "===== TOTALS: " DELIMITED BY SIZE
               WS-DEFS-READ DELIMITED BY SIZE
               " DEFINITIONS, " DELIMITED BY SIZE
               WS-DEFS-SELECTED DELIMITED BY SIZE
               " SELECTED, " DELIMITED BY SIZE
               WS-DEFS-NOT-DUE DELIMITED BY SIZE
               " NOT DUE, " DELIMITED BY SIZE
               WS-DEFS-REJECTED DELIMITED BY SIZE
               " REJECTED =====" DELIMITED BY SIZE
               INTO SRPT-LINE
           WRITE SRPT-LINE

           DISPLAY "===== FIZZSCHD SUMMARY ====="
           DISPLAY "PROCESSING DATE . . . . . . . : " WS-PROC-DATE
               " " WS-DAY-NAME
           DISPLAY "DEFINITIONS READ  . . . . . . : " WS-DEFS-READ
           DISPLAY "SELECTED (PARMOUT CARDS)  . . : " WS-DEFS-SELECTED
           DISPLAY "NOT DUE . . . . . . . . . . . : " WS-DEFS-NOT-DUE
           DISPLAY "REJECTED (SET NOT IN RULECAT) : " WS-DEFS-REJECTED
           DISPLAY "NOT DUE, SET NOT IN RULECAT . : "
               WS-DEFS-SET-LATENT.

       900-TERMINATE.
           CLOSE SCHEDULE-MASTER
           CLOSE RULESET-CATALOG
           CLOSE PARM-OUT-FILE
           CLOSE SCHD-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZSCHD" TO WS-STEP-PROGRAM
           MOVE "FIZZSCHD" TO WS-STEP-JOBNAME
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
      *    SO IT IS REPORTED BUT THE RETURN CODE IS LEFT ALONE. HERE
      *    RC=4 MEANS NOTHING DUE, ON WHICH STEP020 SKIPS THE DECK.
           MOVE WS-DEFS-READ TO WS-STEP-READ
           MOVE WS-DEFS-SELECTED TO WS-STEP-WRITTEN
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "JOBLOG COULD NOT BE OPENED (STATUS "
                   WS-JOBLOG-STATUS ") - NO STEP RECORD WRITTEN"
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
