      *****************************************************************
      *    GLJREC - RECORD LAYOUTS OF THE FIZZBILL GENERAL-LEDGER
      *    JOURNAL INTERFACE FILE (GLJRNL) THE LEDGER'S NIGHTLY
      *    JOURNAL IMPORT PICKS UP. ONE HEADER, THE DETAIL POSTINGS,
      *    AND ONE TRAILER WHOSE COUNT AND DEBIT/CREDIT TOTALS THE
      *    IMPORT BALANCES BEFORE POSTING. EVERY CHARGE IS A PAIR OF
      *    DETAILS - DEBIT THE ACCOUNT'S LEDGER ACCOUNT (OR SUSPENSE),
      *    CREDIT THE RECOVERY ACCOUNT - SO THE JOURNAL ALWAYS
      *    BALANCES. THE FIRST BYTE TELLS THE THREE APART (H / D /
      *    T). ALL THREE LAYOUTS ARE 100 BYTES - THE GLJRNL JCL DCB
      *    LRECL MUST MATCH. AMOUNTS ARE UNSIGNED WITH 2 IMPLIED
      *    DECIMALS.
      *****************************************************************
       01  GLJ-HEADER-RECORD.
           05  GLJ-HDR-ID          PIC X(1).
               88  GLJ-HEADER-ID         VALUE "H".
           05  GLJ-HDR-SOURCE      PIC X(8).
           05  GLJ-HDR-PERIOD      PIC 9(6).
           05  GLJ-HDR-POST-DATE   PIC 9(8).
           05  GLJ-HDR-CREATE-DATE PIC 9(8).
           05  GLJ-HDR-CREATE-TIME PIC 9(8).
           05  FILLER              PIC X(61).

       01  GLJ-DETAIL-RECORD.
           05  GLJ-DTL-ID          PIC X(1).
               88  GLJ-DETAIL-ID         VALUE "D".
           05  GLJ-DTL-SEQUENCE    PIC 9(6).
           05  GLJ-DTL-GL-ACCOUNT  PIC X(16).
           05  GLJ-DTL-DR-CR       PIC X(2).
               88  GLJ-DEBIT             VALUE "DR".
               88  GLJ-CREDIT            VALUE "CR".
           05  GLJ-DTL-AMOUNT      PIC 9(11)V99.
           05  GLJ-DTL-ACCTNO      PIC X(8).
           05  GLJ-DTL-DESCRIPTION PIC X(30).
           05  FILLER              PIC X(24).

       01  GLJ-TRAILER-RECORD.
           05  GLJ-TRL-ID          PIC X(1).
               88  GLJ-TRAILER-ID        VALUE "T".
           05  GLJ-TRL-PERIOD      PIC 9(6).
           05  GLJ-TRL-DETAIL-COUNT PIC 9(7).
           05  GLJ-TRL-DEBIT-TOTAL PIC 9(11)V99.
           05  GLJ-TRL-CREDIT-TOTAL PIC 9(11)V99.
           05  FILLER              PIC X(60).
