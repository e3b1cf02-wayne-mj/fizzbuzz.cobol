      *****************************************************************
      *    RATECARD - LAYOUTS OF THE FIZZBILL RATE-CARD DECK READ
      *    FROM THE RATECARD DD. THE FIRST BYTE SAYS WHICH KIND OF
      *    CARD IT IS; A CARD WITH * THERE IS A COMMENT:
      *      P - A PRICE. RPRC-CODE NAMES WHAT IS PRICED:
      *            DETAIL   - EACH DETAIL RUN (PARM-MODE D)
      *            SUMMARY  - EACH SUMMARY-ONLY RUN (PARM-MODE S)
      *            STORED   - EACH 1000 RESULTKS RECORDS A RUN STORED
      *            ARCHGEN  - EACH ARCHIVE GENERATION RETAINED,
      *                       SHARED EQUALLY BY THE RUNS SWEPT TO IT
      *          RPRC-AMOUNT IS 9 DIGITS WITH 4 IMPLIED DECIMALS
      *          (000012500 = 1.2500). ALL FOUR PRICES ARE REQUIRED.
      *      A - A BILLABLE ACCOUNT. RACC-ACCTNO IS THE ACCOUNTING
      *          CODE AS IT APPEARS ON THE JOB CARD, RACC-GL-ACCOUNT
      *          THE LEDGER ACCOUNT ITS CHARGES ARE DEBITED TO. A RUN
      *          WHOSE ACCOUNTING CODE IS NOT ON AN A CARD IS HELD IN
      *          SUSPENSE.
      *      L - THE LEDGER CARD, EXACTLY ONE: RLED-RECOVERY-GL IS
      *          CREDITED WITH EVERY CHARGE, RLED-SUSPENSE-GL IS
      *          DEBITED WITH THE SUSPENSE TOTAL UNTIL FINANCE CLEARS
      *          IT TO THE RIGHT DEPARTMENT.
      *    THE RATE CARD IS REQUIRED AND A BAD CARD IS FATAL, NOT
      *    SKIPPED - A MISSING PRICE OR ACCOUNT WOULD MISBILL EVERY
      *    RUN IT TOUCHES. THE AMOUNT IS CARRIED AS X(9) SO A TYPO IS
      *    DETECTED AND REPORTED - SAME RATIONALE AS PARMCARD.CPY.
      *****************************************************************
       01  RATE-CARD.
           05  RATE-TYPE           PIC X.
               88  RATE-PRICE-CARD       VALUE "P".
               88  RATE-ACCOUNT-CARD     VALUE "A".
               88  RATE-LEDGER-CARD      VALUE "L".
               88  RATE-COMMENT-CARD     VALUE "*".
           05  FILLER              PIC X(79).

       01  RATE-PRICE-RECORD.
           05  FILLER              PIC X.
           05  RPRC-CODE           PIC X(8).
               88  RPRC-DETAIL           VALUE "DETAIL".
               88  RPRC-SUMMARY          VALUE "SUMMARY".
               88  RPRC-STORED           VALUE "STORED".
               88  RPRC-ARCHGEN          VALUE "ARCHGEN".
           05  RPRC-AMOUNT         PIC X(9).
           05  FILLER              PIC X(62).

       01  RATE-ACCOUNT-RECORD.
           05  FILLER              PIC X.
           05  RACC-ACCTNO         PIC X(8).
           05  RACC-GL-ACCOUNT     PIC X(16).
           05  RACC-NAME           PIC X(30).
           05  FILLER              PIC X(25).

       01  RATE-LEDGER-RECORD.
           05  FILLER              PIC X.
           05  RLED-RECOVERY-GL    PIC X(16).
           05  RLED-SUSPENSE-GL    PIC X(16).
           05  FILLER              PIC X(47).
