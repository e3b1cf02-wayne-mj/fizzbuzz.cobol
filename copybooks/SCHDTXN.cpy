      *****************************************************************
      *    SCHDTXN - LAYOUT OF ONE FIZZSMNT SCHEDULE MAINTENANCE
      *    TRANSACTION CARD READ FROM THE SCHDTXN DD.
      *      STX-ACTION   ADD = ADD A DEFINITION (ERROR IF IT
      *                         ALREADY EXISTS)
      *                   CHG = CHANGE A DEFINITION (ERROR IF
      *                         MISSING). THE CARD REPLACES THE WHOLE
      *                         DEFINITION - EVERY FIELD MUST BE
      *                         GIVEN, AS ON ADD.
      *                   DEL = DELETE A DEFINITION (ERROR IF
      *                         MISSING). ONLY STX-ID IS READ.
      *      STX-ID       THE SCHDMAST KEY (SCHD-ID IN SCHDREC.CPY)
      *      STX-START / STX-MYLIMIT / STX-RULESET / STX-MODE - THE
      *                   RUN, CHECKED THE SAME WAY FIZZBUZZ CHECKS A
      *                   PARAMETER CARD: START BLANK OR ZERO = 1,
      *                   END 1-99999 AND NOT BELOW START, MODE
      *                   BLANK, D OR S.
      *      STX-FREQUENCY D, W, M, Q OR B - SEE SCHDREC.CPY
      *      STX-WEEKDAYS  W ONLY: SEVEN FLAGS, MONDAY FIRST, "Y" =
      *                   RUNS THAT DAY (E.G. "Y Y Y  " = MONDAY,
      *                   WEDNESDAY AND FRIDAY). BLANK OTHERWISE.
      *      STX-BUSINESS-DAY B ONLY: 01-23. BLANK OTHERWISE.
      *      STX-DESC     FREE TEXT CARRIED ONTO THE DEFINITION.
      *    NUMERIC FIELDS ARE X, NOT A NUMERIC PICTURE, SO A TYPO'D
      *    CARD CAN BE DETECTED AND REPORTED INSTEAD OF TRUSTED INTO
      *    THE MASTER - SAME RATIONALE AS PARMCARD.CPY.
      *****************************************************************
       01  SCHD-TXN-CARD.
           05  STX-ACTION          PIC X(3).
               88  STX-ADD               VALUE "ADD".
               88  STX-CHG               VALUE "CHG".
               88  STX-DEL               VALUE "DEL".
           05  FILLER              PIC X(1).
           05  STX-ID              PIC X(8).
           05  FILLER              PIC X(1).
           05  STX-START           PIC X(5).
           05  FILLER              PIC X(1).
           05  STX-MYLIMIT         PIC X(5).
           05  FILLER              PIC X(1).
           05  STX-RULESET         PIC X(8).
           05  FILLER              PIC X(1).
           05  STX-MODE            PIC X(1).
           05  FILLER              PIC X(1).
           05  STX-FREQUENCY       PIC X(1).
           05  FILLER              PIC X(1).
           05  STX-WEEKDAYS        PIC X(7).
           05  FILLER              PIC X(1).
           05  STX-BUSINESS-DAY    PIC X(2).
           05  FILLER              PIC X(1).
           05  STX-DESC            PIC X(30).
           05  FILLER              PIC X(1).
