      *****************************************************************
      *    HOLREC - LAYOUT OF ONE HOLIDAY ON THE HOLCAL HOLIDAY
      *    CALENDAR READ BY FIZZSCHD. A DATE ON THE CALENDAR IS NOT A
      *    BUSINESS DAY (SEE SCHDREC.CPY), SO NO DAILY OR WEEKDAY RUN
      *    IS SCHEDULED ON IT AND IT IS SKIPPED WHEN COUNTING
      *    BUSINESS DAYS AND FINDING THE MONTH- AND QUARTER-END.
      *    ONE CARD PER HOLIDAY, ANY ORDER, AS MANY YEARS AHEAD AS
      *    ARE KNOWN - ADD NEXT YEAR'S BEFORE THE YEAR TURNS. KEEP A
      *    PAST YEAR'S CARDS UNTIL NO PAST DATE WILL BE RESCHEDULED.
      *    LINES WITH "*" IN COLUMN 1 ARE COMMENTS.
      *    HOL-DATE IS X(8), NOT A NUMERIC PICTURE, SO A TYPO'D DATE
      *    CAN BE DETECTED; A BAD CARD IS FATAL TO FIZZSCHD, SINCE
      *    THE DECK FOR A DAY THE CALENDAR GOT WRONG WOULD BE WRONG.
      *****************************************************************
       01  HOL-RECORD.
           05  HOL-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  HOL-NAME            PIC X(30).
           05  FILLER              PIC X(41).
