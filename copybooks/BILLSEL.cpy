      *****************************************************************
      *    BILLSEL - LAYOUT OF THE FIZZBILL BILLING CONTROL CARD READ
      *    FROM THE BILLSEL DD. ONE CARD GIVES THE MONTH BILLED:
      *      BILLSEL-MONTH - YYYYMM; EVERY AUDITLOG RUN WHOSE
      *        AUDIT-DATE FALLS IN THAT CALENDAR MONTH IS PRICED.
      *        BLANK OR ZERO = THE MONTH BEFORE THE CURRENT ONE, THE
      *        USUAL FIRST-OF-THE-MONTH SCHEDULED RUN.
      *    A BAD MONTH IS FATAL, NOT DEFAULTED - A DEFAULTED MONTH
      *    WOULD BILL EVERY DEPARTMENT FOR THE WRONG PERIOD AND POST
      *    IT TO THE LEDGER. CARRIED AS X(6) SO A TYPO CAN BE
      *    DETECTED AND REPORTED - SAME RATIONALE AS HKPCARD.CPY.
      *****************************************************************
       01  BILLSEL-CARD.
           05  BILLSEL-MONTH       PIC X(6).
           05  FILLER              PIC X(74).
