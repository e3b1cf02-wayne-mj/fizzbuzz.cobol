      *    SELECTION CONTROL CARD (DATE RANGE, RUN NUMBER, COUNTER
      *    RANGE - SEE AQRYSEL.CPY) INSTEAD OF SOMEONE BROWSING RAW
      *    GENERATIONS BY EYE.
      *    THE ARCHMAN MANIFEST (ONE RECORD PER SPAN OF RUNS IN A
      *    GENERATION, WRITTEN BY FIZZARCH) IS READ FIRST AND EVERY
      *    SPAN WHOSE RUN-NUMBER/RUN-DATE RANGE OVERLAPS THE
      *    SELECTION IS LISTED
      *    IN A "GENERATIONS TO MOUNT" SECTION, SO THE OPERATOR
      *    POINTS ARCHIN AT ONLY THOSE GENERATIONS (CONCATENATED IN
      *    THE JCL) INSTEAD OF ALL OF THEM. A MISSING MANIFEST IS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AQRYSEL-FILE
           LABEL RECORDS STANDARD.
       01  AQRY-REPORT-LINE    PIC X(400).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-AQSEL-STATUS   PIC XX VALUE SPACES.
       01 WS-MAN-STATUS     PIC XX VALUE SPACES.
      *    WHOSE EVERY ORPHANED RECORD IS AN EXCEPTION - CAN NEVER
      *    WRAP THE COUNT BACK TO ZERO AND END THE STEP RC=0
       01 WS-GROUPS-UNBALANCED PIC 9(7) VALUE 0.
      *    A GENERATION'S SPANS ARE ADJACENT ON ARCHMAN - ONE WITH
      *    SEVERAL SPANS LISTED IS STILL ONE GENERATION TO MOUNT
       01 WS-GENS-TO-MOUNT  PIC 9(3) VALUE 0.
       01 WS-LAST-GEN-LISTED.
           05 WS-LAST-GEN-ID    PIC X(44) VALUE SPACES.
           05 WS-LAST-GEN-DATE  PIC 9(8) VALUE 0.
           05 WS-LAST-GEN-TIME  PIC 9(8) VALUE 0.

      *    A BURST OF HEADERLESS DETAIL RECORDS (A PARTIAL MOUNT) IS
      *    ONE ORPHAN CONDITION, NOT ONE PER RECORD - THE FLAG IS
           05 FILLER            PIC X(7) VALUE " . . . ".
           05 WS-DTL-RESULT     PIC X(160).

      *    MANIFEST SECTION LINE - ONE PER SPAN OF A GENERATION TO
      *    MOUNT; THE RECORD COUNT IS THE WHOLE GENERATION'S
       01 WS-MANIFEST-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-MAN-GEN-ID     PIC X(44).
           05 FILLER            PIC X(10) VALUE "  RECORDS ".
           05 WS-MAN-RECORDS    PIC 9(7).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT QUERY-FATAL
               PERFORM 130-OPEN-QUERY-FILES
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.

       140-LIST-GENERATIONS.
      *    THE MANIFEST SECTION TELLS THE OPERATOR WHICH GENERATIONS
      *    THE SELECTION TOUCHES - A SPAN OF A GENERATION IS LISTED
      *    WHEN ITS RUN-NUMBER AND RUN-DATE RANGES BOTH OVERLAP THE
      *    SELECTION.
      *    A MISSING MANIFEST ONLY COSTS THE INDEX, NOT THE QUERY.
           MOVE "----- GENERATIONS TO MOUNT (FROM ARCHMAN) -----"
               TO AQRY-REPORT-LINE
                       AND (WS-SEL-RUN = 0
                           OR (MAN-FIRST-RUN NOT > WS-SEL-RUN
                               AND MAN-LAST-RUN NOT < WS-SEL-RUN))
                       IF MAN-GEN-ID NOT = WS-LAST-GEN-ID
                           OR MAN-EXTRACT-DATE NOT = WS-LAST-GEN-DATE
                           OR MAN-EXTRACT-TIME NOT = WS-LAST-GEN-TIME
                           ADD 1 TO WS-GENS-TO-MOUNT
                           MOVE MAN-GEN-ID TO WS-LAST-GEN-ID
                           MOVE MAN-EXTRACT-DATE TO WS-LAST-GEN-DATE
                           MOVE MAN-EXTRACT-TIME TO WS-LAST-GEN-TIME
                       END-IF
                       MOVE MAN-GEN-ID TO WS-MAN-GEN-ID
                       MOVE MAN-FIRST-RUN TO WS-MAN-RUN-FROM
                       MOVE MAN-LAST-RUN TO WS-MAN-RUN-TO
       900-TERMINATE.
           CLOSE ARCHIVE-FILE
           CLOSE QUERY-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZAQRY" TO WS-STEP-PROGRAM
           MOVE "FIZZAQRY" TO WS-STEP-JOBNAME
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
           MOVE WS-GROUPS-READ TO WS-STEP-READ
           MOVE WS-RECORDS-MATCHED TO WS-STEP-WRITTEN
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
