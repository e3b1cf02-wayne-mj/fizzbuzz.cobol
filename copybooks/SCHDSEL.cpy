      *****************************************************************
      *    SCHDSEL - LAYOUT OF THE FIZZSCHD CONTROL CARD READ FROM THE
      *    SCHDSEL DD. ONE CARD GIVES THE PROCESSING DATE THE DECK IS
      *    BUILT FOR:
      *      SCHDSEL-DATE - YYYYMMDD. BLANK OR ZERO = TODAY, THE
      *        USUAL SCHEDULED RUN. SET IT TO REBUILD A MISSED DAY'S
      *        DECK OR TO PREVIEW A FUTURE ONE.
      *    A BAD DATE IS FATAL, NOT DEFAULTED - TODAY'S DECK BUILT IN
      *    PLACE OF THE DAY ASKED FOR WOULD RUN THE WRONG WORK.
      *    CARRIED AS X(8) SO A TYPO CAN BE DETECTED AND REPORTED -
      *    SAME RATIONALE AS BILLSEL.CPY.
      *****************************************************************
       01  SCHDSEL-CARD.
           05  SCHDSEL-DATE        PIC X(8).
           05  FILLER              PIC X(72).
