      *****************************************************************
      *    SECVSEL - LAYOUT OF THE FIZZSECR REPORT CONTROL CARD READ
      *    FROM THE SECVSEL DD. ONE CARD GIVES THE MONTH REPORTED:
      *      SECVSEL-MONTH - YYYYMM; EVERY SECVIOL RECORD WHOSE
      *        SECV-DATE FALLS IN THAT CALENDAR MONTH IS REPORTED.
      *        BLANK OR ZERO = THE MONTH BEFORE THE CURRENT ONE, THE
      *        USUAL FIRST-OF-THE-MONTH SCHEDULED RUN.
      *    A BAD MONTH IS FATAL, NOT DEFAULTED - A DEFAULTED MONTH
      *    WOULD HAND THE AUDITORS A CLEAN-LOOKING REPORT FOR THE
      *    WRONG PERIOD. CARRIED AS X(6) SO A TYPO CAN BE DETECTED
      *    AND REPORTED - SAME RATIONALE AS BILLSEL.CPY.
      *****************************************************************
       01  SECVSEL-CARD.
           05  SECVSEL-MONTH       PIC X(6).
           05  FILLER              PIC X(74).
