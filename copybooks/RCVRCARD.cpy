      *****************************************************************
      *    RCVRCARD - LAYOUT OF THE FIZZRCVR FORWARD-RECOVERY CONTROL
      *    CARD READ FROM THE RCVRCTL DD. ONE CARD GIVES THE TWO
      *    POINTS THE RECOVERY RUNS BETWEEN:
      *      RCV-BACKUP-DATE / RCV-BACKUP-TIME - YYYYMMDD / HHMMSSHH
      *        THE RESULTKS BACKUP ON RSLTBKUP WAS TAKEN. JOURNAL
      *        RECORDS STAMPED AT OR BEFORE IT ARE ALREADY IN THE
      *        BACKUP AND ARE SKIPPED. ZEROS MEAN THERE IS NO BACKUP
      *        - THE CLUSTER IS REBUILT FROM THE JOURNAL ALONE, WHICH
      *        MUST THEN START AT SEQUENCE 1. A BLANK TIME IS ZEROS.
      *      RCV-TARGET-DATE / RCV-TARGET-TIME - THE POINT IN TIME TO
      *        RECOVER TO. JOURNAL RECORDS STAMPED AFTER IT ARE NOT
      *        APPLIED. A BLANK DATE RECOVERS TO THE END OF THE
      *        JOURNAL; A BLANK TIME MEANS THE END OF THAT DAY.
      *    THE CARD IS REQUIRED AND A BAD FIELD IS FATAL, NOT
      *    DEFAULTED - A GUESSED POINT IN TIME REBUILDS THE WRONG
      *    CLUSTER. THE FIELDS ARE CARRIED AS X SO A TYPO CAN BE
      *    DETECTED AND REPORTED - SAME RATIONALE AS HKPCARD.CPY.
      *****************************************************************
       01  RCVR-CARD.
           05  RCV-BACKUP-DATE     PIC X(8).
           05  RCV-BACKUP-TIME     PIC X(8).
           05  RCV-TARGET-DATE     PIC X(8).
           05  RCV-TARGET-TIME     PIC X(8).
           05  FILLER              PIC X(48).
