      *****************************************************************
      *    SCHDREC - LAYOUT OF ONE STANDING RUN DEFINITION ON THE
      *    SCHDMAST INDEXED (VSAM KSDS-STYLE) SCHEDULE MASTER, KEYED
      *    BY DEFINITION ID. MAINTAINED BY FIZZSMNT; READ EVERY
      *    PROCESSING DAY BY FIZZSCHD, WHICH WRITES ONE PARAMETER
      *    CARD (PARMCARD.CPY) FOR EACH DEFINITION DUE THAT DAY.
      *      SCHD-ID        - THE KEY. THE DECK IS WRITTEN IN KEY
      *        ORDER, SO THE ID ALSO FIXES EACH RUN'S RUN NUMBER -
      *        NUMBER THE IDS WITH GAPS (D010, D020, ...) TO LEAVE
      *        ROOM.
      *      SCHD-START / SCHD-MYLIMIT / SCHD-RULESET / SCHD-MODE -
      *        COPIED ONTO THE PARAMETER CARD UNCHANGED (SEE
      *        PARMCARD.CPY). A BLANK RULE SET RUNS THE RULESIN
      *        RULES.
      *      SCHD-FREQUENCY - WHEN THE RUN IS DUE. A BUSINESS DAY IS
      *        MONDAY TO FRIDAY AND NOT ON THE HOLCAL HOLIDAY
      *        CALENDAR (HOLREC.CPY).
      *        D  DAILY        - EVERY BUSINESS DAY
      *        W  WEEKDAYS     - THE DAYS FLAGGED "Y" IN
      *                          SCHD-WEEKDAYS (MONDAY FIRST), EXCEPT
      *                          HOLIDAYS. A FLAGGED SATURDAY OR
      *                          SUNDAY DOES RUN.
      *        M  MONTH-END    - THE LAST BUSINESS DAY OF THE MONTH
      *        Q  QUARTER-END  - THE LAST BUSINESS DAY OF MARCH,
      *                          JUNE, SEPTEMBER AND DECEMBER
      *        B  BUSINESS DAY - THE SCHD-BUSINESS-DAY'TH BUSINESS
      *                          DAY OF THE MONTH (NONE IN A MONTH
      *                          WITH FEWER)
      *      SCHD-CHANGE-DATE/TIME/USERID - WHEN AND BY WHOM FIZZSMNT
      *        LAST ADDED OR CHANGED THE DEFINITION.
      *****************************************************************
       01  SCHD-RECORD.
           05  SCHD-ID             PIC X(8).
           05  SCHD-START          PIC 9(5).
           05  SCHD-MYLIMIT        PIC 9(5).
           05  SCHD-RULESET        PIC X(8).
           05  SCHD-MODE           PIC X.
               88  SCHD-DETAIL-MODE         VALUE " " "D".
               88  SCHD-SUMMARY-MODE        VALUE "S".
           05  SCHD-FREQUENCY      PIC X.
               88  SCHD-DAILY               VALUE "D".
               88  SCHD-WEEKDAYS-FREQ       VALUE "W".
               88  SCHD-MONTH-END           VALUE "M".
               88  SCHD-QUARTER-END         VALUE "Q".
               88  SCHD-BUSINESS-DAY-FREQ   VALUE "B".
               88  SCHD-FREQUENCY-VALID     VALUE "D" "W" "M" "Q"
                                                  "B".
           05  SCHD-WEEKDAYS.
               10  SCHD-WEEKDAY-FLAG OCCURS 7 TIMES PIC X.
           05  SCHD-BUSINESS-DAY   PIC 9(2).
           05  SCHD-DESC           PIC X(30).
           05  SCHD-CHANGE-DATE    PIC 9(8).
           05  SCHD-CHANGE-TIME    PIC 9(8).
           05  SCHD-CHANGE-USERID  PIC X(8).
           05  FILLER              PIC X(9).
