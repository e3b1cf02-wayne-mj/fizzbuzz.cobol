      *****************************************************************
      *    ACKREC - LAYOUT OF ONE ACKNOWLEDGMENT RECORD A RECEIVING
      *    DEPARTMENT RETURNS FOR A FIZZXMIT RESULTS FEED, READ BY
      *    FIZZACK FROM THE ACKIN DD (EVERY RECEIVER'S ACK FILES
      *    CONCATENATED). ONE RECORD PER FEED:
      *      ACK-RECEIVER / ACK-SEQUENCE - THE RECEIVER AND SEQUENCE
      *        NUMBER FROM THE FEED'S HEADER.
      *      ACK-STATUS - ACCEPTED (LOADED) OR REJECTED (NOT LOADED).
      *      ACK-RECORD-COUNT / ACK-HASH-TOTAL - THE DETAIL COUNT
      *        AND COUNTER HASH TOTAL THE RECEIVER COUNTED ON ITS
      *        SIDE, CHECKED AGAINST THE FEED'S TRAILER ON AN
      *        ACCEPTED FEED. MAY BE BLANK ON A REJECTION.
      *      ACK-DATE - YYYYMMDD THE RECEIVER PROCESSED THE FEED.
      *      ACK-REASON - FREE TEXT, NORMALLY WHY IT WAS REJECTED.
      *    THE NUMBERS ARE CARRIED AS X SO A BAD RECORD CAN BE
      *    DETECTED AND REPORTED - SAME RATIONALE AS HKPCARD.CPY.
      *****************************************************************
       01  ACK-RECORD.
           05  ACK-RECEIVER        PIC X(8).
           05  ACK-SEQUENCE        PIC X(6).
           05  ACK-STATUS          PIC X(8).
               88  ACK-ACCEPTED          VALUE "ACCEPTED".
               88  ACK-REJECTED          VALUE "REJECTED".
           05  ACK-RECORD-COUNT    PIC X(9).
           05  ACK-HASH-TOTAL      PIC X(15).
           05  ACK-DATE            PIC X(8).
           05  ACK-REASON          PIC X(26).
