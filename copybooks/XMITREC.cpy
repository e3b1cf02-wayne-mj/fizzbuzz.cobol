      *****************************************************************
      *    XMITREC - RECORD LAYOUTS OF THE FIZZXMIT RESULTS FEED
      *    (XMITOUT), THE FIXED-FORMAT FILE EACH NIGHT'S RESULTKS
      *    RUNS ARE SENT TO A RECEIVING DEPARTMENT IN. ONE HEADER
      *    CARRYING THE RECEIVER AND THE FEED'S SEQUENCE NUMBER
      *    (ONE HIGHER THAN THE LAST FEED REGISTERED FOR THAT
      *    RECEIVER, SO A MISSED OR REPEATED FEED SHOWS AS A GAP OR
      *    A DUPLICATE), ONE DETAIL PER RESULT COUNTER IN KEY ORDER,
      *    AND ONE TRAILER WITH THE DETAIL COUNT AND THE HASH TOTAL
      *    OF THE DETAIL COUNTERS SO THE RECEIVER CAN PROVE THE
      *    WHOLE FILE ARRIVED. THE RECEIVER RETURNS BOTH FIGURES ON
      *    ITS ACKNOWLEDGMENT (ACKREC.CPY). THE FIRST BYTE TELLS THE
      *    THREE APART (H / D / T). ALL THREE LAYOUTS ARE 200 BYTES
      *    - THE XMITOUT JCL DCB LRECL MUST MATCH.
      *****************************************************************
       01  XMIT-HEADER-RECORD.
           05  XMIT-HDR-ID         PIC X(1).
               88  XMIT-HEADER-ID        VALUE "H".
           05  XMIT-HDR-SOURCE     PIC X(8).
           05  XMIT-HDR-RECEIVER   PIC X(8).
           05  XMIT-HDR-SEQUENCE   PIC 9(6).
           05  XMIT-HDR-CREATE-DATE PIC 9(8).
           05  XMIT-HDR-CREATE-TIME PIC 9(8).
           05  FILLER              PIC X(161).

       01  XMIT-DETAIL-RECORD.
           05  XMIT-DTL-ID         PIC X(1).
               88  XMIT-DETAIL-ID        VALUE "D".
           05  XMIT-DTL-RUN-NUMBER PIC 9(3).
           05  XMIT-DTL-COUNTER    PIC 9(5).
           05  XMIT-DTL-RUN-DATE   PIC 9(8).
      *        SAME WIDTH AS RSLT-RESULT - SEE THE COMMENT ON
      *        RESULT IN FIZZBUZZ.COB
           05  XMIT-DTL-RESULT     PIC X(160).
           05  FILLER              PIC X(23).

       01  XMIT-TRAILER-RECORD.
           05  XMIT-TRL-ID         PIC X(1).
               88  XMIT-TRAILER-ID       VALUE "T".
           05  XMIT-TRL-RECEIVER   PIC X(8).
           05  XMIT-TRL-SEQUENCE   PIC 9(6).
           05  XMIT-TRL-RECORD-COUNT PIC 9(9).
           05  XMIT-TRL-HASH-TOTAL PIC 9(15).
           05  XMIT-TRL-RUN-COUNT  PIC 9(3).
           05  FILLER              PIC X(158).
