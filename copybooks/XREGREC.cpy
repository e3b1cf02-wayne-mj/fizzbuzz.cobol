      *****************************************************************
      *    XREGREC - RECORD LAYOUTS OF THE TRANSMISSION REGISTER
      *    (XMITREG), THE APPEND-ONLY LOG OF EVERY RESULTS FEED
      *    FIZZXMIT HAS SENT AND WHAT BECAME OF IT. THE FIRST BYTE
      *    TELLS THE THREE APART:
      *      F - ONE PER FEED, WRITTEN BY FIZZXMIT: RECEIVER AND
      *          SEQUENCE NUMBER (TOGETHER THE FEED'S IDENTITY), WHEN
      *          IT WAS BUILT, AND THE TRAILER'S RECORD COUNT, HASH
      *          TOTAL AND RUN COUNT.
      *      R - ONE PER RUN IN THE FEED, FOLLOWING ITS F RECORD:
      *          RUN NUMBER, RUN DATE AND THE RUN'S RECORD COUNT.
      *          FIZZARCH READS THESE TO HOLD BACK RUNS WHOSE FEED
      *          IS STILL OPEN.
      *      S - A CHANGE OF A FEED'S STATUS, ALWAYS AFTER ITS F AND
      *          R RECORDS: ACCEPTED, REJECTED OR MISMATCH (ACCEPTED
      *          BUT WITH A DIFFERENT COUNT OR HASH) WRITTEN BY
      *          FIZZACK FROM THE RECEIVER'S ACKNOWLEDGMENT, WITH
      *          THE RECEIVER'S OWN FIGURES AND REASON; OR RESENT,
      *          WRITTEN BY FIZZXMIT WHEN A REJECTED OR MISMATCHED
      *          FEED'S RUNS GO OUT AGAIN UNDER A NEW SEQUENCE.
      *    A FEED WITH NO S RECORD IS AWAITING ACKNOWLEDGMENT. ITS
      *    LATEST S RECORD GIVES ITS STATUS; ACCEPTED AND RESENT
      *    CLOSE IT, THE OTHERS LEAVE IT OPEN. ALL THREE LAYOUTS
      *    ARE 100 BYTES - THE XMITREG JCL DCB LRECL MUST MATCH.
      *****************************************************************
       01  XREG-FEED-RECORD.
           05  XREG-FEED-ID        PIC X(1).
               88  XREG-FEED-ENTRY       VALUE "F".
           05  XREG-FEED-RECEIVER  PIC X(8).
           05  XREG-FEED-SEQUENCE  PIC 9(6).
           05  XREG-FEED-DATE      PIC 9(8).
           05  XREG-FEED-TIME      PIC 9(8).
           05  XREG-FEED-RECORD-COUNT PIC 9(9).
           05  XREG-FEED-HASH-TOTAL PIC 9(15).
           05  XREG-FEED-RUN-COUNT PIC 9(3).
           05  XREG-FEED-JOBNAME   PIC X(8).
           05  FILLER              PIC X(34).

       01  XREG-RUN-RECORD.
           05  XREG-RUN-ID         PIC X(1).
               88  XREG-RUN-ENTRY        VALUE "R".
           05  XREG-RUN-RECEIVER   PIC X(8).
           05  XREG-RUN-SEQUENCE   PIC 9(6).
           05  XREG-RUN-NUMBER     PIC 9(3).
           05  XREG-RUN-DATE       PIC 9(8).
           05  XREG-RUN-RECORDS    PIC 9(7).
           05  FILLER              PIC X(67).

       01  XREG-STATUS-RECORD.
           05  XREG-STS-ID         PIC X(1).
               88  XREG-STATUS-ENTRY     VALUE "S".
           05  XREG-STS-RECEIVER   PIC X(8).
           05  XREG-STS-SEQUENCE   PIC 9(6).
           05  XREG-STS-DATE       PIC 9(8).
           05  XREG-STS-TIME       PIC 9(8).
           05  XREG-STS-STATUS     PIC X(8).
               88  XREG-STS-ACCEPTED     VALUE "ACCEPTED".
               88  XREG-STS-REJECTED     VALUE "REJECTED".
               88  XREG-STS-MISMATCH     VALUE "MISMATCH".
               88  XREG-STS-RESENT       VALUE "RESENT".
               88  XREG-STS-CLOSED       VALUE "ACCEPTED" "RESENT".
           05  XREG-STS-RECORD-COUNT PIC 9(9).
           05  XREG-STS-HASH-TOTAL PIC 9(15).
           05  XREG-STS-REASON     PIC X(30).
           05  FILLER              PIC X(7).
