      *****************************************************************
      *    JRNLSTEP - WORKING STORAGE FOR THE RESULTKS UPDATE JOURNAL
      *    (JRNLREC.CPY) IN EVERY PROGRAM THAT CHANGES THE CLUSTER.
      *    920-OPEN-JOURNAL READS THE JOURNAL THROUGH TO LEARN THE
      *    LAST SEQUENCE NUMBER ON IT AND REOPENS IT TO APPEND;
      *    930-WRITE-JOURNAL STAMPS AND WRITES ONE RECORD ONCE THE
      *    CALLER HAS SET THE ACTION, KEY AND IMAGES. THE WHO AND
      *    WHEN OF EACH RECORD COME FROM THE JOBLOG STEP IDENTITY
      *    (JOBLSTEP.CPY), SO THE TWO ALWAYS AGREE.
      *    A CHANGE THAT CANNOT BE JOURNALED MUST NOT BE MADE - A
      *    CLUSTER RECOVERED FROM AN INCOMPLETE JOURNAL WOULD LOOK
      *    RIGHT AND BE WRONG - SO EACH PROGRAM STOPS UPDATING
      *    RESULTKS ONCE JOURNAL-WRITE-FAILED IS SET.
      *****************************************************************
       01  WS-JRNL-STATUS          PIC XX VALUE SPACES.
       01  WS-JRNL-FAIL-STATUS     PIC XX VALUE SPACES.
       01  WS-JRNL-EOF             PIC X VALUE "N".
           88  JRNL-EOF                  VALUE "Y".
           88  JRNL-NOT-EOF              VALUE "N".
       01  WS-JRNL-OPEN-IND        PIC X VALUE "N".
           88  JOURNAL-OPEN              VALUE "Y".
           88  JOURNAL-NOT-OPEN          VALUE "N".
       01  WS-JRNL-WRITE-IND       PIC X VALUE "N".
           88  JOURNAL-WRITE-FAILED      VALUE "Y".
           88  JOURNAL-WRITE-OK          VALUE "N".
       01  WS-JRNL-SEQUENCE        PIC 9(9) VALUE 0.
       01  WS-JRNL-WRITTEN         PIC 9(9) VALUE 0.
