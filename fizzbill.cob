      *    FIZZBILL - MONTHLY CHARGEBACK OF FIZZBUZZ USAGE TO THE
      *    DEPARTMENTS THAT SUBMIT THE DECKS. EVERY AUDITLOG RUN IN
      *    THE MONTH ON THE BILLSEL CARD (BILLSEL.CPY) IS PRICED FROM
      *    THE RATE CARD (RATECARD.CPY): A PER-RUN PRICE FOR A DETAIL
      *    RUN OR A SUMMARY-ONLY RUN, A PRICE PER 1000 RESULTKS
      *    RECORDS THE RUN STORED, AND A SHARE OF THE PRICE OF THE
      *    ARCHIVE GENERATION ITS RECORDS WERE SWEPT TO (FOUND ON
      *    THE ARCHMAN MANIFEST - THE FIRST GENERATION EXTRACTED
      *    AFTER THE RUN ENDED THAT HOLDS ITS RUN NUMBER, SINCE
      *    FIZZARCH EMPTIES THE CLUSTER AFTER EVERY JOB).
      *    THE RUN IS CHARGED TO THE JOB-CARD ACCOUNTING CODE
      *    FIZZBUZZ RECORDED ON ITS AUDIT RECORD (AUDITREC.CPY).
      *    OUTPUT IS AN INVOICE PER ACCOUNT ON BILLRPT, A SUSPENSE
      *    SECTION FOR RUNS WITH NO ACCOUNTING CODE OR ONE NOT ON THE
      *    RATE CARD - LISTED AND PRICED, NEVER DROPPED - AND THE
      *    GENERAL-LEDGER JOURNAL INTERFACE FILE GLJRNL (GLJREC.CPY):
      *    DEBIT EACH ACCOUNT'S LEDGER ACCOUNT AND THE SUSPENSE
      *    ACCOUNT, CREDIT THE RECOVERY ACCOUNT, WITH A CONTROL
      *    TRAILER CARRYING THE POSTING COUNT AND BALANCED TOTALS.
      *    A PARTITIONED RUN FIZZCONS COULD NOT CONSOLIDATE
      *    (INCOMPLT) IS NOT BILLED - ITS RESUBMITTED, CONSOLIDATED
      *    RUN IS.
      *    NOTHING IS WRITTEN UNTIL THE WHOLE MONTH IS PRICED, SO A
      *    BAD RATE CARD NEVER LEAVES FINANCE A HALF-WRITTEN JOURNAL.
      *    THE MONTH IS READ TWICE BY KEY, AND NO RUN IS HELD IN
      *    STORAGE, SO THERE IS NO LIMIT ON RUNS IN A MONTH: PASS 1
      *    PRICES EVERY RUN FOR THE ACCOUNT AND SUSPENSE TOTALS; PASS
      *    2 READS THE MONTH AGAIN FOR EACH INVOICE AND THE SUSPENSE
      *    SECTION, PRICING EACH RUN AGAIN AS ITS LINE IS WRITTEN,
      *    AND PROVES EACH SECTION AGAINST PASS 1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLSEL-FILE ASSIGN TO "BILLSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLSEL-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "ARCHMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BILL-REPORT-FILE ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLRPT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLSEL-FILE
           LABEL RECORDS STANDARD.
           COPY BILLSEL.

       FD  RATE-FILE
           LABEL RECORDS STANDARD.
           COPY RATECARD.

       FD  MANIFEST-FILE
           LABEL RECORDS STANDARD.
           COPY ARCHMANR.

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
           COPY AUDITREC.

       FD  BILL-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  BILLRPT-LINE        PIC X(132).

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY GLJREC.

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-BILLSEL-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS    PIC XX VALUE SPACES.
       01 WS-MAN-STATUS     PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
       01 WS-BILLRPT-STATUS PIC XX VALUE SPACES.
       01 WS-GLJ-STATUS     PIC XX VALUE SPACES.
       01 WS-RATE-EOF       PIC X VALUE "N".
           88 RATE-EOF                VALUE "Y".
           88 RATE-NOT-EOF            VALUE "N".
       01 WS-MAN-EOF        PIC X VALUE "N".
           88 MAN-EOF                 VALUE "Y".
           88 MAN-NOT-EOF             VALUE "N".
       01 WS-AUDIT-EOF      PIC X VALUE "N".
           88 AUDIT-EOF               VALUE "Y".
           88 AUDIT-NOT-EOF           VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 BILL-FATAL              VALUE "Y".
           88 BILL-NOT-FATAL          VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 BILL-WARNING            VALUE "Y".
           88 BILL-NO-WARNING         VALUE "N".

      *    THE MONTH BILLED, AFTER DEFAULTING, AND ITS FIRST AND
      *    LAST DAYS - THE LAST DAY IS ALSO THE JOURNAL POSTING DATE
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-DATE-WORK.
           05 WS-DW-YYYY        PIC 9(4).
           05 WS-DW-MM          PIC 99.
           05 WS-DW-DD          PIC 99.
       01 WS-BILL-PERIOD    PIC 9(6) VALUE 0.
       01 WS-MONTH-START    PIC 9(8) VALUE 0.
       01 WS-MONTH-END      PIC 9(8) VALUE 0.
       01 WS-MONTH-DAYS     PIC 99 VALUE 0.
       01 WS-LEAP-QUOTIENT  PIC 9(4) VALUE 0.
       01 WS-LEAP-REM-4     PIC 9(3) VALUE 0.
       01 WS-LEAP-REM-100   PIC 9(3) VALUE 0.
       01 WS-LEAP-REM-400   PIC 9(3) VALUE 0.

      *    THE FOUR PRICES FROM THE RATE CARD, 4 DECIMALS, AND
      *    WHICH OF THEM HAVE BEEN SUPPLIED
       01 WS-RATE-AMOUNT-NUM PIC 9(9) VALUE 0.
       01 WS-RATE-DETAIL    PIC 9(5)V9(4) VALUE 0.
       01 WS-RATE-SUMMARY   PIC 9(5)V9(4) VALUE 0.
       01 WS-RATE-STORED    PIC 9(5)V9(4) VALUE 0.
       01 WS-RATE-ARCHGEN   PIC 9(5)V9(4) VALUE 0.
       01 WS-DETAIL-RATE-IND  PIC X VALUE "N".
           88 DETAIL-RATE-FOUND       VALUE "Y".
       01 WS-SUMMARY-RATE-IND PIC X VALUE "N".
           88 SUMMARY-RATE-FOUND      VALUE "Y".
       01 WS-STORED-RATE-IND  PIC X VALUE "N".
           88 STORED-RATE-FOUND       VALUE "Y".
       01 WS-ARCHGEN-RATE-IND PIC X VALUE "N".
           88 ARCHGEN-RATE-FOUND      VALUE "Y".
       01 WS-LEDGER-IND     PIC X VALUE "N".
           88 LEDGER-FOUND            VALUE "Y".
       01 WS-RECOVERY-GL    PIC X(16) VALUE SPACES.
       01 WS-SUSPENSE-GL    PIC X(16) VALUE SPACES.
       01 WS-RATE-CARDS-READ PIC 9(5) VALUE 0.

      *    BILLABLE ACCOUNTS FROM THE RATE CARD, WITH EACH ONE'S
      *    MONTH TOTALS. 200 IS FAR MORE DEPARTMENTS THAN SUBMIT
      *    FIZZBUZZ DECKS - OVERFLOW IS FATAL, NOT DROPPED.
       01 WS-ACCT-COUNT     PIC 9(3) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES INDEXED BY ACCT-IDX.
               10 WS-ACCT-CODE         PIC X(8).
               10 WS-ACCT-GL           PIC X(16).
               10 WS-ACCT-NAME         PIC X(30).
               10 WS-ACCT-RUNS         PIC 9(5).
               10 WS-ACCT-TOTAL        PIC 9(9)V99.
       01 WS-ACCT-FOUND-IND PIC X VALUE "N".
           88 ACCT-FOUND              VALUE "Y".
           88 ACCT-NOT-FOUND          VALUE "N".

      *    ARCHIVE GENERATIONS EXTRACTED SINCE THE MONTH BEGAN - ONLY
      *    THESE CAN HOLD THE MONTH'S RUNS. ONE ENTRY PER MANIFEST
      *    RECORD, I.E. PER SPAN OF RUNS A GENERATION HOLDS (A RUN
      *    HELD BACK FROM IT FALLS BETWEEN TWO SPANS); WS-GEN-RUNS IS
      *    THE WHOLE GENERATION'S RUN COUNT. 500 IS YEARS OF NIGHTLY
      *    EXTRACTS; OVERFLOW IS REPORTED AND THE LATER GENERATIONS
      *    GO UNCHARGED.
       01 WS-GEN-COUNT      PIC 9(3) VALUE 0.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 500 TIMES INDEXED BY GEN-IDX.
               10 WS-GEN-ID            PIC X(44).
               10 WS-GEN-STAMP         PIC 9(16).
               10 WS-GEN-FIRST-RUN     PIC 9(3).
               10 WS-GEN-LAST-RUN      PIC 9(3).
               10 WS-GEN-RUNS          PIC 9(3).
       01 WS-GEN-FOUND-IND  PIC X VALUE "N".
           88 GEN-FOUND               VALUE "Y".
           88 GEN-NOT-FOUND           VALUE "N".
       01 WS-RUN-STAMP      PIC 9(16) VALUE 0.

      *    THE RUN BEING PRICED. WS-RUN-ACCT-IDX IS THE ACCOUNT'S
      *    ENTRY IN WS-ACCT-TABLE, ZERO FOR A RUN HELD IN SUSPENSE.
       01 WS-RUN-PRICED.
           05 WS-RUN-ACCTNO        PIC X(8).
           05 WS-RUN-ACCT-IDX      PIC 9(3).
           05 WS-RUN-DATE          PIC 9(8).
           05 WS-RUN-TIME          PIC 9(8).
           05 WS-RUN-JOBNAME       PIC X(8).
           05 WS-RUN-NUMBER        PIC 9(3).
           05 WS-RUN-USERID        PIC X(8).
           05 WS-RUN-MODE          PIC X.
           05 WS-RUN-STORED        PIC 9(7).
           05 WS-RUN-GEN-IND       PIC X.
           05 WS-RUN-CHARGE        PIC 9(7)V99.
           05 WS-RUN-STORE-CHARGE  PIC 9(7)V99.
           05 WS-RUN-ARCH-CHARGE   PIC 9(7)V99.
           05 WS-RUN-TOTAL         PIC 9(7)V99.
       01 WS-THIS-STORED    PIC 9(7) VALUE 0.

      *    THE INVOICE SECTION PASS 2 IS PRINTING - ITS ACCOUNT'S
      *    ENTRY IN WS-ACCT-TABLE, ZERO FOR SUSPENSE - AND THE RUNS
      *    AND AMOUNT IT PRINTED, PROVED AGAINST THE PASS 1 TOTALS
       01 WS-PRINT-ACCT-IDX PIC 9(3) VALUE 0.
       01 WS-PRINT-SECTION  PIC X(8) VALUE SPACES.
       01 WS-PRINTED-RUNS   PIC 9(5) VALUE 0.
       01 WS-PRINTED-TOTAL  PIC 9(11)V99 VALUE 0.

      *    WHOLE-MONTH TOTALS
       01 WS-RECORDS-READ   PIC 9(7) VALUE 0.
       01 WS-RUNS-BILLED    PIC 9(5) VALUE 0.
       01 WS-RUNS-INCOMPLETE PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-RUNS  PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-BILLED PIC 9(3) VALUE 0.
       01 WS-BILLED-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-SUSPENSE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-SECTION-RUNS   PIC 9(5) VALUE 0.
       01 WS-SECTION-TOTAL  PIC 9(11)V99 VALUE 0.

      *    JOURNAL CONTROL TOTALS, PROVED BEFORE THE TRAILER IS
      *    WRITTEN
       01 WS-GLJ-SEQUENCE   PIC 9(6) VALUE 0.
       01 WS-GLJ-DEBITS     PIC 9(11)V99 VALUE 0.
       01 WS-GLJ-CREDITS    PIC 9(11)V99 VALUE 0.
       01 WS-GLJ-AMOUNT     PIC 9(11)V99 VALUE 0.
       01 WS-GLJ-DEBIT-GL   PIC X(16) VALUE SPACES.
       01 WS-GLJ-ACCTNO     PIC X(8) VALUE SPACES.
       01 WS-GLJ-DESCRIPTION.
           05 FILLER            PIC X(20) VALUE "FIZZBUZZ CHARGEBACK ".
           05 WS-GLJ-DESC-PERIOD PIC 9(6).
           05 FILLER            PIC X(4) VALUE SPACES.

      *    INVOICE DETAIL LINE FOR ONE RUN. THE SUSPENSE SECTION
      *    ADDS THE ACCOUNTING CODE THE RUN CARRIED AND WHY IT IS
      *    IN SUSPENSE.
       01 WS-RUN-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RL-DATE        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-TIME        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-JOBNAME     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-RUN-NUMBER  PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-USERID      PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RL-MODE        PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-STORED      PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RL-GEN         PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-CHARGE      PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-STORE-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-ARCH-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-TOTAL       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-ACCTNO      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RL-REASON      PIC X(16).
       01 WS-AMOUNT-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT      PIC ZZ,ZZ9.9999.
       01 WS-COUNT-EDIT     PIC ZZ,ZZ9.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT BILL-FATAL
               PERFORM 110-LOAD-RATE-CARD
           END-IF
           IF NOT BILL-FATAL
               PERFORM 120-LOAD-MANIFEST
               PERFORM 130-OPEN-AUDIT-LOG
           END-IF
           IF NOT BILL-FATAL
               PERFORM 200-PRICE-AUDIT-RECORD
                   UNTIL AUDIT-EOF
               IF NOT BILL-FATAL
                   PERFORM 150-OPEN-OUTPUT-FILES
               END-IF
               IF NOT BILL-FATAL
                   PERFORM 170-WRITE-REPORT-HEADER
                   PERFORM VARYING WS-PRINT-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-PRINT-ACCT-IDX > WS-ACCT-COUNT
                       IF WS-ACCT-RUNS (WS-PRINT-ACCT-IDX) > 0
                           PERFORM 300-WRITE-ACCOUNT-INVOICE
                       END-IF
                   END-PERFORM
                   PERFORM 400-WRITE-SUSPENSE-SECTION
      *            AN INVOICE THAT DID NOT PROVE LEAVES GLJRNL WITH
      *            NO POSTINGS AND NO TRAILER, SO THE IMPORT REJECTS
      *            IT
                   IF NOT BILL-FATAL
                       PERFORM 500-WRITE-GL-JOURNAL
                   END-IF
                   PERFORM 800-WRITE-TOTALS
                   PERFORM 900-TERMINATE
               END-IF
               CLOSE AUDIT-FILE
           END-IF

      *    0 = EVERY RUN BILLED TO AN ACCOUNT, 4 = RUNS HELD IN
      *    SUSPENSE OR ARCHMAN UNAVAILABLE - FINANCE MUST CLEAR OR
      *    CHECK THEM - 16 = NOTHING BILLED (NO RATE CARD, BAD CARD,
      *    NO AUDITLOG, AN INVOICE THAT DID NOT PROVE, JOURNAL OUT
      *    OF BALANCE)
           IF BILL-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF BILL-WARNING OR WS-SUSPENSE-RUNS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
      *    A MISSING OR EMPTY BILLSEL DD BILLS LAST MONTH - THE
      *    SCHEDULED FIRST-OF-THE-MONTH RUN NEEDS NO CARD
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DATE-WORK
           IF WS-DW-MM = 1
               SUBTRACT 1 FROM WS-DW-YYYY
               MOVE 12 TO WS-DW-MM
           ELSE
               SUBTRACT 1 FROM WS-DW-MM
           END-IF
           COMPUTE WS-BILL-PERIOD = WS-DW-YYYY * 100 + WS-DW-MM

           OPEN INPUT BILLSEL-FILE
           IF WS-BILLSEL-STATUS = "00"
               READ BILLSEL-FILE
                   AT END
                       DISPLAY "NO BILLING CARD SUPPLIED - BILLING "
                           WS-BILL-PERIOD
                   NOT AT END
                       PERFORM 105-VALIDATE-SELECT-CARD
               END-READ
               CLOSE BILLSEL-FILE
           ELSE
               DISPLAY "BILLSEL NOT AVAILABLE (STATUS "
                   WS-BILLSEL-STATUS ") - BILLING " WS-BILL-PERIOD
           END-IF

           IF NOT BILL-FATAL
               PERFORM 107-COMPUTE-MONTH-RANGE
           END-IF.

       105-VALIDATE-SELECT-CARD.
      *    A BAD MONTH IS FATAL - SEE BILLSEL.CPY
           IF BILLSEL-MONTH = SPACES OR BILLSEL-MONTH = ZEROS
               DISPLAY "NO BILLING MONTH ON THE CARD - BILLING "
                   WS-BILL-PERIOD
           ELSE
               IF BILLSEL-MONTH NOT NUMERIC
                   DISPLAY "INVALID BILLING MONTH '" BILLSEL-MONTH
                       "' - MUST BE YYYYMM. NOTHING BILLED"
                   SET BILL-FATAL TO TRUE
               ELSE
                   MOVE BILLSEL-MONTH TO WS-BILL-PERIOD
                   MOVE BILLSEL-MONTH TO WS-DATE-WORK (1:6)
                   IF WS-DW-MM < 1 OR WS-DW-MM > 12
                       DISPLAY "INVALID BILLING MONTH '"
                           BILLSEL-MONTH "' - MONTH MUST BE 01-12. "
                           "NOTHING BILLED"
                       SET BILL-FATAL TO TRUE
                   END-IF
               END-IF
           END-IF.

       107-COMPUTE-MONTH-RANGE.
      *    FIRST AND LAST DAY OF THE MONTH BILLED, LEAP YEARS
      *    INCLUDED (DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE
      *    BY 400)
           MOVE WS-BILL-PERIOD TO WS-DATE-WORK (1:6)
           EVALUATE WS-DW-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 > 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           COMPUTE WS-MONTH-START = WS-BILL-PERIOD * 100 + 1
           COMPUTE WS-MONTH-END = WS-BILL-PERIOD * 100 + WS-MONTH-DAYS
           MOVE WS-BILL-PERIOD TO WS-GLJ-DESC-PERIOD.

       110-LOAD-RATE-CARD.
      *    THE RATE CARD IS REQUIRED AND ANY BAD CARD IS FATAL - SEE
      *    RATECARD.CPY. EVERY CARD IS STILL READ AND CHECKED SO ONE
      *    RUN REPORTS EVERY PROBLEM ON THE DECK.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "RATECARD COULD NOT BE OPENED (STATUS "
                   WS-RATE-STATUS ") - NOTHING BILLED"
               SET BILL-FATAL TO TRUE
           ELSE
               PERFORM UNTIL RATE-EOF
                   READ RATE-FILE
                       AT END
                           SET RATE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RATE-CARDS-READ
                           PERFORM 112-CHECK-RATE-CARD
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE

               IF NOT DETAIL-RATE-FOUND
                   DISPLAY "RATECARD HAS NO DETAIL PRICE"
                   SET BILL-FATAL TO TRUE
               END-IF
               IF NOT SUMMARY-RATE-FOUND
                   DISPLAY "RATECARD HAS NO SUMMARY PRICE"
                   SET BILL-FATAL TO TRUE
               END-IF
               IF NOT STORED-RATE-FOUND
                   DISPLAY "RATECARD HAS NO STORED PRICE"
                   SET BILL-FATAL TO TRUE
               END-IF
               IF NOT ARCHGEN-RATE-FOUND
                   DISPLAY "RATECARD HAS NO ARCHGEN PRICE"
                   SET BILL-FATAL TO TRUE
               END-IF
               IF NOT LEDGER-FOUND
                   DISPLAY "RATECARD HAS NO LEDGER (L) CARD"
                   SET BILL-FATAL TO TRUE
               END-IF
               IF BILL-FATAL
                   DISPLAY "RATE CARD REJECTED - NOTHING BILLED"
               END-IF
           END-IF.

       112-CHECK-RATE-CARD.
           EVALUATE TRUE
               WHEN RATE-COMMENT-CARD
                   CONTINUE
               WHEN RATE-PRICE-CARD
                   PERFORM 114-LOAD-PRICE-CARD
               WHEN RATE-ACCOUNT-CARD
                   PERFORM 116-LOAD-ACCOUNT-CARD
               WHEN RATE-LEDGER-CARD
                   IF LEDGER-FOUND
                       DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                           ": MORE THAN ONE LEDGER CARD"
                       SET BILL-FATAL TO TRUE
                   ELSE
                       IF RLED-RECOVERY-GL = SPACES
                           OR RLED-SUSPENSE-GL = SPACES
                           DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                               ": LEDGER CARD NEEDS BOTH THE "
                               "RECOVERY AND SUSPENSE ACCOUNTS"
                           SET BILL-FATAL TO TRUE
                       ELSE
                           SET LEDGER-FOUND TO TRUE
                           MOVE RLED-RECOVERY-GL TO WS-RECOVERY-GL
                           MOVE RLED-SUSPENSE-GL TO WS-SUSPENSE-GL
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                       ": UNKNOWN CARD TYPE '" RATE-TYPE
                       "' - MUST BE P, A, L OR *"
                   SET BILL-FATAL TO TRUE
           END-EVALUATE.

       114-LOAD-PRICE-CARD.
      *    9 DIGITS, 4 OF THEM IMPLIED DECIMALS
           IF RPRC-AMOUNT NOT NUMERIC
               DISPLAY "RATE CARD " WS-RATE-CARDS-READ ": PRICE '"
                   RPRC-AMOUNT "' FOR " RPRC-CODE " IS NOT NUMERIC"
               SET BILL-FATAL TO TRUE
           ELSE
               MOVE RPRC-AMOUNT TO WS-RATE-AMOUNT-NUM
               EVALUATE TRUE
                   WHEN RPRC-DETAIL AND NOT DETAIL-RATE-FOUND
                       COMPUTE WS-RATE-DETAIL =
                           WS-RATE-AMOUNT-NUM / 10000
                       SET DETAIL-RATE-FOUND TO TRUE
                   WHEN RPRC-SUMMARY AND NOT SUMMARY-RATE-FOUND
                       COMPUTE WS-RATE-SUMMARY =
                           WS-RATE-AMOUNT-NUM / 10000
                       SET SUMMARY-RATE-FOUND TO TRUE
                   WHEN RPRC-STORED AND NOT STORED-RATE-FOUND
                       COMPUTE WS-RATE-STORED =
                           WS-RATE-AMOUNT-NUM / 10000
                       SET STORED-RATE-FOUND TO TRUE
                   WHEN RPRC-ARCHGEN AND NOT ARCHGEN-RATE-FOUND
                       COMPUTE WS-RATE-ARCHGEN =
                           WS-RATE-AMOUNT-NUM / 10000
                       SET ARCHGEN-RATE-FOUND TO TRUE
                   WHEN RPRC-DETAIL OR RPRC-SUMMARY
                       OR RPRC-STORED OR RPRC-ARCHGEN
                       DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                           ": " RPRC-CODE " IS PRICED TWICE"
                       SET BILL-FATAL TO TRUE
                   WHEN OTHER
                       DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                           ": UNKNOWN PRICE CODE '" RPRC-CODE
                           "' - MUST BE DETAIL, SUMMARY, STORED OR "
                           "ARCHGEN"
                       SET BILL-FATAL TO TRUE
               END-EVALUATE
           END-IF.

       116-LOAD-ACCOUNT-CARD.
           IF RACC-ACCTNO = SPACES OR RACC-GL-ACCOUNT = SPACES
               DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                   ": ACCOUNT CARD NEEDS BOTH THE ACCOUNTING CODE "
                   "AND ITS LEDGER ACCOUNT"
               SET BILL-FATAL TO TRUE
           ELSE
               PERFORM 118-FIND-ACCOUNT
               IF ACCT-FOUND
                   DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                       ": ACCOUNT " RACC-ACCTNO " IS ON THE RATE "
                       "CARD TWICE"
                   SET BILL-FATAL TO TRUE
               ELSE
                   IF WS-ACCT-COUNT >= 200
                       DISPLAY "RATE CARD " WS-RATE-CARDS-READ
                           ": MORE THAN 200 ACCOUNTS - ACCOUNT "
                           RACC-ACCTNO " CANNOT BE LOADED"
                       SET BILL-FATAL TO TRUE
                   ELSE
                       ADD 1 TO WS-ACCT-COUNT
                       SET ACCT-IDX TO WS-ACCT-COUNT
                       MOVE RACC-ACCTNO TO WS-ACCT-CODE (ACCT-IDX)
                       MOVE RACC-GL-ACCOUNT TO WS-ACCT-GL (ACCT-IDX)
                       MOVE RACC-NAME TO WS-ACCT-NAME (ACCT-IDX)
                       MOVE 0 TO WS-ACCT-RUNS (ACCT-IDX)
                       MOVE 0 TO WS-ACCT-TOTAL (ACCT-IDX)
                   END-IF
               END-IF
           END-IF.

       118-FIND-ACCOUNT.
      *    LOOK RACC-ACCTNO UP IN THE ACCOUNT TABLE - LEAVES ACCT-IDX
      *    ON THE ENTRY WHEN FOUND
           SET ACCT-NOT-FOUND TO TRUE
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT OR ACCT-FOUND
               IF WS-ACCT-CODE (ACCT-IDX) = RACC-ACCTNO
                   SET ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ACCT-FOUND
               SET ACCT-IDX DOWN BY 1
           END-IF.

       120-LOAD-MANIFEST.
      *    WITHOUT THE MANIFEST NO RUN CAN BE MATCHED TO ITS ARCHIVE
      *    GENERATION - THE RUNS ARE STILL BILLED, WITHOUT THE
      *    ARCHIVE CHARGE, AND THE STEP ENDS WITH A WARNING
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY "ARCHMAN NOT AVAILABLE (STATUS " WS-MAN-STATUS
                   ") - NO ARCHIVE GENERATION CHARGES THIS MONTH"
               SET BILL-WARNING TO TRUE
           ELSE
               PERFORM UNTIL MAN-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET MAN-EOF TO TRUE
                       NOT AT END
                           IF MAN-EXTRACT-DATE NOT < WS-MONTH-START
                               PERFORM 125-ADD-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       125-ADD-GENERATION.
           IF WS-GEN-COUNT >= 500
               DISPLAY "MORE THAN 500 ARCHIVE MANIFEST RECORDS SINCE "
                   WS-MONTH-START " - GENERATION " MAN-GEN-ID
                   " RUNS " MAN-FIRST-RUN "-" MAN-LAST-RUN
                   " NOT CHARGED"
               SET BILL-WARNING TO TRUE
           ELSE
               ADD 1 TO WS-GEN-COUNT
               SET GEN-IDX TO WS-GEN-COUNT
               MOVE MAN-GEN-ID TO WS-GEN-ID (GEN-IDX)
               COMPUTE WS-GEN-STAMP (GEN-IDX) =
                   MAN-EXTRACT-DATE * 100000000 + MAN-EXTRACT-TIME
               MOVE MAN-FIRST-RUN TO WS-GEN-FIRST-RUN (GEN-IDX)
               MOVE MAN-LAST-RUN TO WS-GEN-LAST-RUN (GEN-IDX)
               MOVE MAN-RUNS-ARCHIVED TO WS-GEN-RUNS (GEN-IDX)
           END-IF.

       130-OPEN-AUDIT-LOG.
      *    NO AUDITLOG IS FATAL - AN EMPTY MONTH WOULD TELL FINANCE
      *    NOBODY RAN ANYTHING
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG COULD NOT BE OPENED (STATUS "
                   WS-AUDIT-STATUS ") - NOTHING BILLED"
               SET BILL-FATAL TO TRUE
           ELSE
               PERFORM 135-POSITION-MONTH
           END-IF.

       135-POSITION-MONTH.
      *    AUDITLOG IS KEYED BY DATE FIRST, SO THE MONTH IS READ
      *    FROM ITS FIRST KEY TO THE FIRST RECORD PAST MONTH END -
      *    A MONTH WITH NO RUNS STARTS AT END OF FILE
           SET AUDIT-NOT-EOF TO TRUE
           MOVE WS-MONTH-START TO AUDIT-DATE
           MOVE 0 TO AUDIT-TIME
           MOVE LOW-VALUES TO AUDIT-JOBNAME
           MOVE 0 TO AUDIT-RUN-NUMBER
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET AUDIT-EOF TO TRUE
           END-START.

       150-OPEN-OUTPUT-FILES.
           OPEN OUTPUT BILL-REPORT-FILE
           IF WS-BILLRPT-STATUS NOT = "00"
               DISPLAY "BILLRPT COULD NOT BE OPENED (STATUS "
                   WS-BILLRPT-STATUS ") - NOTHING BILLED"
               SET BILL-FATAL TO TRUE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
               IF WS-GLJ-STATUS NOT = "00"
                   DISPLAY "GLJRNL COULD NOT BE OPENED (STATUS "
                       WS-GLJ-STATUS ") - NOTHING BILLED"
                   SET BILL-FATAL TO TRUE
                   CLOSE BILL-REPORT-FILE
               END-IF
           END-IF.

       170-WRITE-REPORT-HEADER.
           MOVE SPACES TO BILLRPT-LINE
           STRING "===== FIZZBUZZ CHARGEBACK INVOICES - MONTH "
               DELIMITED BY SIZE
               WS-BILL-PERIOD DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MONTH-START DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-MONTH-END DELIMITED BY SIZE
               ") =====" DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-RATE-DETAIL TO WS-RATE-EDIT
           STRING "RATES: DETAIL RUN " DELIMITED BY SIZE
               WS-RATE-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           MOVE WS-RATE-SUMMARY TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO BILLRPT-LINE (47:11)
           MOVE "SUMMARY RUN" TO BILLRPT-LINE (35:11)
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-RATE-STORED TO WS-RATE-EDIT
           STRING "       PER 1000 STORED " DELIMITED BY SIZE
               WS-RATE-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           MOVE WS-RATE-ARCHGEN TO WS-RATE-EDIT
           MOVE "PER GENERATION" TO BILLRPT-LINE (40:14)
           MOVE WS-RATE-EDIT TO BILLRPT-LINE (55:11)
           WRITE BILLRPT-LINE.

       175-BUILD-COLUMN-HEADINGS.
           MOVE SPACES TO BILLRPT-LINE
           STRING "  DATE     TIME     JOBNAME  RUN USERID   MODE"
               DELIMITED BY SIZE
               "   STORED  GEN RUN CHARGE    STORAGE    ARCHIVE"
               DELIMITED BY SIZE
               "        TOTAL" DELIMITED BY SIZE
               INTO BILLRPT-LINE.

       200-PRICE-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   IF AUDIT-DATE > WS-MONTH-END
                       SET AUDIT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                       IF AUDIT-INCOMPLETE
                           ADD 1 TO WS-RUNS-INCOMPLETE
                       ELSE
                           PERFORM 210-PRICE-ONE-RUN
                           PERFORM 240-ADD-TO-TOTALS
                       END-IF
                   END-IF
           END-READ.

       210-PRICE-ONE-RUN.
      *    PRICE THE AUDIT RECORD JUST READ INTO WS-RUN-PRICED. BOTH
      *    PASSES COME HERE, SO A RUN IS ALWAYS PRICED THE SAME WAY.
           MOVE AUDIT-ACCTNO TO WS-RUN-ACCTNO
           MOVE AUDIT-DATE TO WS-RUN-DATE
           MOVE AUDIT-TIME TO WS-RUN-TIME
           MOVE AUDIT-JOBNAME TO WS-RUN-JOBNAME
           MOVE AUDIT-RUN-NUMBER TO WS-RUN-NUMBER
           MOVE AUDIT-USERID TO WS-RUN-USERID
      *    A RECORD FROM BEFORE THE BILLING FIELDS WERE ADDED
      *    HAS SPACES THERE - A DETAIL RUN THAT STORED NOTHING
           IF AUDIT-SUMMARY-MODE
               MOVE "S" TO WS-RUN-MODE
           ELSE
               MOVE "D" TO WS-RUN-MODE
           END-IF
           IF AUDIT-RECORDS-STORED NUMERIC
               MOVE AUDIT-RECORDS-STORED TO WS-THIS-STORED
           ELSE
               MOVE 0 TO WS-THIS-STORED
           END-IF
           MOVE WS-THIS-STORED TO WS-RUN-STORED

           IF AUDIT-SUMMARY-MODE
               COMPUTE WS-RUN-CHARGE ROUNDED = WS-RATE-SUMMARY
           ELSE
               COMPUTE WS-RUN-CHARGE ROUNDED = WS-RATE-DETAIL
           END-IF
           COMPUTE WS-RUN-STORE-CHARGE ROUNDED =
               WS-THIS-STORED * WS-RATE-STORED / 1000
           PERFORM 220-PRICE-ARCHIVE-SHARE
           COMPUTE WS-RUN-TOTAL =
               WS-RUN-CHARGE + WS-RUN-STORE-CHARGE + WS-RUN-ARCH-CHARGE
           PERFORM 230-ASSIGN-ACCOUNT.

       220-PRICE-ARCHIVE-SHARE.
      *    THE RUN'S RESULTS WENT TO THE FIRST GENERATION EXTRACTED
      *    AFTER IT ENDED THAT HOLDS ITS RUN NUMBER. THE
      *    GENERATION'S PRICE IS SHARED EQUALLY BY THE RUNS SWEPT TO
      *    IT, SO A JOB'S RUNS BETWEEN THEM PAY FOR IT ONCE. A RUN
      *    THAT STORED NOTHING, OR IS NOT ARCHIVED YET, PAYS NONE.
           MOVE 0 TO WS-RUN-ARCH-CHARGE
           SET GEN-NOT-FOUND TO TRUE
           IF WS-THIS-STORED > 0
               COMPUTE WS-RUN-STAMP =
                   AUDIT-DATE * 100000000 + AUDIT-TIME
               PERFORM VARYING GEN-IDX FROM 1 BY 1
                       UNTIL GEN-IDX > WS-GEN-COUNT OR GEN-FOUND
                   IF WS-GEN-STAMP (GEN-IDX) > WS-RUN-STAMP
                       AND WS-GEN-FIRST-RUN (GEN-IDX)
                           NOT > AUDIT-RUN-NUMBER
                       AND WS-GEN-LAST-RUN (GEN-IDX)
                           NOT < AUDIT-RUN-NUMBER
                       SET GEN-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF GEN-FOUND
               SET GEN-IDX DOWN BY 1
               MOVE "Y" TO WS-RUN-GEN-IND
               IF WS-GEN-RUNS (GEN-IDX) > 0
                   COMPUTE WS-RUN-ARCH-CHARGE ROUNDED =
                       WS-RATE-ARCHGEN / WS-GEN-RUNS (GEN-IDX)
               ELSE
                   COMPUTE WS-RUN-ARCH-CHARGE ROUNDED =
                       WS-RATE-ARCHGEN
               END-IF
           ELSE
               MOVE "N" TO WS-RUN-GEN-IND
           END-IF.

       230-ASSIGN-ACCOUNT.
      *    A RUN WITH NO ACCOUNTING CODE, OR ONE NOT ON THE RATE
      *    CARD, IS HELD IN SUSPENSE (ACCOUNT INDEX ZERO)
           MOVE 0 TO WS-RUN-ACCT-IDX
           IF AUDIT-ACCTNO = SPACES
               SET ACCT-NOT-FOUND TO TRUE
           ELSE
               MOVE AUDIT-ACCTNO TO RACC-ACCTNO
               PERFORM 118-FIND-ACCOUNT
           END-IF
           IF ACCT-FOUND
               SET WS-RUN-ACCT-IDX TO ACCT-IDX
           END-IF.

       240-ADD-TO-TOTALS.
      *    PASS 1 ONLY - THE PRICED RUN INTO ITS ACCOUNT'S OR THE
      *    SUSPENSE TOTALS AND THE MONTH'S
           ADD 1 TO WS-RUNS-BILLED
           IF WS-RUN-ACCT-IDX > 0
               SET ACCT-IDX TO WS-RUN-ACCT-IDX
               ADD 1 TO WS-ACCT-RUNS (ACCT-IDX)
               ADD WS-RUN-TOTAL TO WS-ACCT-TOTAL (ACCT-IDX)
               ADD WS-RUN-TOTAL TO WS-BILLED-TOTAL
           ELSE
               ADD 1 TO WS-SUSPENSE-RUNS
               ADD WS-RUN-TOTAL TO WS-SUSPENSE-TOTAL
           END-IF
           ADD WS-RUN-TOTAL TO WS-GRAND-TOTAL.

       300-WRITE-ACCOUNT-INVOICE.
      *    ONE INVOICE: THE ACCOUNT, EVERY RUN CHARGED TO IT IN TIME
      *    ORDER, AND ITS TOTAL
           SET ACCT-IDX TO WS-PRINT-ACCT-IDX
           ADD 1 TO WS-ACCOUNTS-BILLED
           MOVE SPACES TO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           STRING "----- INVOICE: ACCOUNT " DELIMITED BY SIZE
               WS-ACCT-CODE (ACCT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCT-NAME (ACCT-IDX) DELIMITED BY SIZE
               "  LEDGER " DELIMITED BY SIZE
               WS-ACCT-GL (ACCT-IDX) DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           PERFORM 175-BUILD-COLUMN-HEADINGS
           WRITE BILLRPT-LINE
           MOVE WS-ACCT-CODE (ACCT-IDX) TO WS-PRINT-SECTION
           MOVE WS-ACCT-RUNS (ACCT-IDX) TO WS-SECTION-RUNS
           MOVE WS-ACCT-TOTAL (ACCT-IDX) TO WS-SECTION-TOTAL
           PERFORM 330-PRINT-SECTION-RUNS
           PERFORM 320-WRITE-SECTION-TOTAL.

       330-PRINT-SECTION-RUNS.
      *    PASS 2 FOR ONE SECTION: THE MONTH READ AGAIN FROM ITS
      *    FIRST KEY, EACH RUN PRICED AGAIN AND ITS LINE WRITTEN IF
      *    IT BELONGS TO WS-PRINT-ACCT-IDX. THE LINES MUST ADD UP TO
      *    THE PASS 1 TOTAL FOR THE SECTION (A RUN ADDED TO THE MONTH
      *    IN BETWEEN WOULD NOT) - IF NOT, THE RUN IS FATAL AND NO
      *    LEDGER POSTINGS ARE WRITTEN.
           MOVE 0 TO WS-PRINTED-RUNS
           MOVE 0 TO WS-PRINTED-TOTAL
           PERFORM 135-POSITION-MONTH
           PERFORM 340-PRINT-IF-IN-SECTION UNTIL AUDIT-EOF
           IF WS-PRINTED-RUNS NOT = WS-SECTION-RUNS
               OR WS-PRINTED-TOTAL NOT = WS-SECTION-TOTAL
               DISPLAY "INVOICE " WS-PRINT-SECTION " DOES NOT PROVE: "
                   WS-PRINTED-RUNS " RUNS PRINTED, " WS-SECTION-RUNS
                   " PRICED - AUDITLOG CHANGED WHILE BILLING. "
                   "GLJRNL NOT WRITTEN; RERUN"
               SET BILL-FATAL TO TRUE
           END-IF.

       340-PRINT-IF-IN-SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   IF AUDIT-DATE > WS-MONTH-END
                       SET AUDIT-EOF TO TRUE
                   ELSE
                       IF NOT AUDIT-INCOMPLETE
                           PERFORM 210-PRICE-ONE-RUN
                           IF WS-RUN-ACCT-IDX = WS-PRINT-ACCT-IDX
                               PERFORM 310-WRITE-RUN-LINE
                               ADD 1 TO WS-PRINTED-RUNS
                               ADD WS-RUN-TOTAL TO WS-PRINTED-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       310-WRITE-RUN-LINE.
           MOVE WS-RUN-DATE TO WS-RL-DATE
           MOVE WS-RUN-TIME TO WS-RL-TIME
           MOVE WS-RUN-JOBNAME TO WS-RL-JOBNAME
           MOVE WS-RUN-NUMBER TO WS-RL-RUN-NUMBER
           MOVE WS-RUN-USERID TO WS-RL-USERID
           MOVE WS-RUN-MODE TO WS-RL-MODE
           MOVE WS-RUN-STORED TO WS-RL-STORED
           IF WS-RUN-GEN-IND = "Y"
               MOVE "YES" TO WS-RL-GEN
           ELSE
               MOVE "NO" TO WS-RL-GEN
           END-IF
           MOVE WS-RUN-CHARGE TO WS-RL-CHARGE
           MOVE WS-RUN-STORE-CHARGE TO WS-RL-STORE-CHARGE
           MOVE WS-RUN-ARCH-CHARGE TO WS-RL-ARCH-CHARGE
           MOVE WS-RUN-TOTAL TO WS-RL-TOTAL
           IF WS-RUN-ACCT-IDX = 0
               MOVE WS-RUN-ACCTNO TO WS-RL-ACCTNO
               IF WS-RUN-ACCTNO = SPACES
                   MOVE "NO ACCOUNT CODE" TO WS-RL-REASON
               ELSE
                   MOVE "NOT ON RATE CARD" TO WS-RL-REASON
               END-IF
           ELSE
               MOVE SPACES TO WS-RL-ACCTNO
               MOVE SPACES TO WS-RL-REASON
           END-IF
           MOVE WS-RUN-LINE TO BILLRPT-LINE
           WRITE BILLRPT-LINE.

       320-WRITE-SECTION-TOTAL.
           MOVE WS-SECTION-RUNS TO WS-COUNT-EDIT
           MOVE WS-SECTION-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO BILLRPT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " RUN(S)    AMOUNT DUE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE.

       400-WRITE-SUSPENSE-SECTION.
      *    RUNS NO DEPARTMENT CAN BE INVOICED FOR - LISTED AND
      *    PRICED SO FINANCE CAN CLEAR THEM FROM THE SUSPENSE
      *    ACCOUNT TO THE RIGHT ONE
           MOVE SPACES TO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           STRING "----- SUSPENSE: RUNS WITH NO VALID ACCOUNT - "
               DELIMITED BY SIZE
               "LEDGER " DELIMITED BY SIZE
               WS-SUSPENSE-GL DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           IF WS-SUSPENSE-RUNS = 0
               MOVE "  (NONE)" TO BILLRPT-LINE
               WRITE BILLRPT-LINE
           ELSE
               PERFORM 175-BUILD-COLUMN-HEADINGS
               MOVE "ACCTNO   REASON" TO BILLRPT-LINE (108:15)
               WRITE BILLRPT-LINE
               MOVE 0 TO WS-PRINT-ACCT-IDX
               MOVE "SUSPENSE" TO WS-PRINT-SECTION
               MOVE WS-SUSPENSE-RUNS TO WS-SECTION-RUNS
               MOVE WS-SUSPENSE-TOTAL TO WS-SECTION-TOTAL
               PERFORM 330-PRINT-SECTION-RUNS
               PERFORM 320-WRITE-SECTION-TOTAL
           END-IF.

       500-WRITE-GL-JOURNAL.
      *    HEADER, A DEBIT/CREDIT PAIR PER ACCOUNT BILLED AND ONE
      *    FOR SUSPENSE, THEN THE CONTROL TRAILER - WRITTEN ONLY IF
      *    THE DEBITS AND CREDITS PROVE EQUAL. A JOURNAL THAT DOES
      *    NOT BALANCE IS LEFT WITHOUT ITS TRAILER SO THE LEDGER
      *    IMPORT REJECTS IT.
           MOVE SPACES TO GLJ-HEADER-RECORD
           SET GLJ-HEADER-ID TO TRUE
           MOVE "FIZZBILL" TO GLJ-HDR-SOURCE
           MOVE WS-BILL-PERIOD TO GLJ-HDR-PERIOD
           MOVE WS-MONTH-END TO GLJ-HDR-POST-DATE
           ACCEPT GLJ-HDR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT GLJ-HDR-CREATE-TIME FROM TIME
           WRITE GLJ-HEADER-RECORD

           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-TOTAL (ACCT-IDX) > 0
                   MOVE WS-ACCT-GL (ACCT-IDX) TO WS-GLJ-DEBIT-GL
                   MOVE WS-ACCT-CODE (ACCT-IDX) TO WS-GLJ-ACCTNO
                   MOVE WS-ACCT-TOTAL (ACCT-IDX) TO WS-GLJ-AMOUNT
                   PERFORM 510-WRITE-JOURNAL-PAIR
               END-IF
           END-PERFORM
           IF WS-SUSPENSE-TOTAL > 0
               MOVE WS-SUSPENSE-GL TO WS-GLJ-DEBIT-GL
               MOVE "SUSPENSE" TO WS-GLJ-ACCTNO
               MOVE WS-SUSPENSE-TOTAL TO WS-GLJ-AMOUNT
               PERFORM 510-WRITE-JOURNAL-PAIR
           END-IF

           IF WS-GLJ-DEBITS NOT = WS-GLJ-CREDITS
               OR WS-GLJ-DEBITS NOT = WS-GRAND-TOTAL
               DISPLAY "GL JOURNAL OUT OF BALANCE: DEBITS "
                   WS-GLJ-DEBITS " CREDITS " WS-GLJ-CREDITS
                   " BILLED " WS-GRAND-TOTAL " - TRAILER NOT WRITTEN"
               SET BILL-FATAL TO TRUE
           ELSE
               MOVE SPACES TO GLJ-TRAILER-RECORD
               SET GLJ-TRAILER-ID TO TRUE
               MOVE WS-BILL-PERIOD TO GLJ-TRL-PERIOD
               MOVE WS-GLJ-SEQUENCE TO GLJ-TRL-DETAIL-COUNT
               MOVE WS-GLJ-DEBITS TO GLJ-TRL-DEBIT-TOTAL
               MOVE WS-GLJ-CREDITS TO GLJ-TRL-CREDIT-TOTAL
               WRITE GLJ-TRAILER-RECORD
           END-IF.

       510-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO GLJ-DETAIL-RECORD
           SET GLJ-DETAIL-ID TO TRUE
           ADD 1 TO WS-GLJ-SEQUENCE
           MOVE WS-GLJ-SEQUENCE TO GLJ-DTL-SEQUENCE
           MOVE WS-GLJ-DEBIT-GL TO GLJ-DTL-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           MOVE WS-GLJ-AMOUNT TO GLJ-DTL-AMOUNT
           MOVE WS-GLJ-ACCTNO TO GLJ-DTL-ACCTNO
           MOVE WS-GLJ-DESCRIPTION TO GLJ-DTL-DESCRIPTION
           WRITE GLJ-DETAIL-RECORD
           ADD WS-GLJ-AMOUNT TO WS-GLJ-DEBITS

           ADD 1 TO WS-GLJ-SEQUENCE
           MOVE WS-GLJ-SEQUENCE TO GLJ-DTL-SEQUENCE
           MOVE WS-RECOVERY-GL TO GLJ-DTL-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE GLJ-DETAIL-RECORD
           ADD WS-GLJ-AMOUNT TO WS-GLJ-CREDITS.

       800-WRITE-TOTALS.
           MOVE SPACES TO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           STRING "===== MONTH " DELIMITED BY SIZE
               WS-BILL-PERIOD DELIMITED BY SIZE
               " TOTALS =====" DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-BILLED-TOTAL TO WS-AMOUNT-EDIT
           STRING "BILLED TO ACCOUNTS . . . . : " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-SUSPENSE-TOTAL TO WS-AMOUNT-EDIT
           STRING "HELD IN SUSPENSE . . . . . : " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-EDIT
           STRING "TOTAL CHARGEBACK . . . . . : " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-GLJ-DEBITS TO WS-AMOUNT-EDIT
           STRING "GL JOURNAL DEBITS  . . . . : " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           MOVE WS-GLJ-CREDITS TO WS-AMOUNT-EDIT
           STRING "GL JOURNAL CREDITS . . . . : " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE
           MOVE SPACES TO BILLRPT-LINE
           STRING "RUNS BILLED " DELIMITED BY SIZE
               WS-RUNS-BILLED DELIMITED BY SIZE
               ", TO " DELIMITED BY SIZE
               WS-ACCOUNTS-BILLED DELIMITED BY SIZE
               " ACCOUNT(S); IN SUSPENSE " DELIMITED BY SIZE
               WS-SUSPENSE-RUNS DELIMITED BY SIZE
               "; INCOMPLETE RUNS NOT BILLED " DELIMITED BY SIZE
               WS-RUNS-INCOMPLETE DELIMITED BY SIZE
               INTO BILLRPT-LINE
           WRITE BILLRPT-LINE

           DISPLAY "===== FIZZBILL SUMMARY ====="
           DISPLAY "MONTH BILLED  . . . . . . . . : " WS-BILL-PERIOD
           DISPLAY "AUDITLOG RECORDS READ . . . . : " WS-RECORDS-READ
           DISPLAY "RUNS BILLED . . . . . . . . . : " WS-RUNS-BILLED
           DISPLAY "ACCOUNTS INVOICED . . . . . . : "
               WS-ACCOUNTS-BILLED
           DISPLAY "RUNS IN SUSPENSE  . . . . . . : " WS-SUSPENSE-RUNS
           DISPLAY "INCOMPLETE RUNS NOT BILLED  . : "
               WS-RUNS-INCOMPLETE
           DISPLAY "GL POSTINGS WRITTEN . . . . . : " WS-GLJ-SEQUENCE.

       900-TERMINATE.
           CLOSE BILL-REPORT-FILE
           CLOSE JOURNAL-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZBILL" TO WS-STEP-PROGRAM
           MOVE "FIZZBILL" TO WS-STEP-JOBNAME
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
           MOVE WS-RECORDS-READ TO WS-STEP-READ
           IF NOT BILL-FATAL
               MOVE WS-GLJ-SEQUENCE TO WS-STEP-WRITTEN
           END-IF
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
