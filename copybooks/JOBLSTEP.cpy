      *****************************************************************
      *    JOBLSTEP - WORKING STORAGE FOR THE JOBLOG STEP RECORD
      *    (JOBLREC.CPY) EVERY PROGRAM APPENDS AS IT ENDS. THE
      *    IDENTITY AND START STAMP ARE TAKEN AS THE STEP BEGINS
      *    (010-START-STEP-LOG); THE COUNTS ARE FILLED IN FROM THE
      *    PROGRAM'S OWN TALLIES WHEN THE RECORD IS WRITTEN
      *    (990-WRITE-STEP-LOG).
      *****************************************************************
       01  WS-JOBLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-STEP-PROGRAM         PIC X(8) VALUE SPACES.
       01  WS-STEP-JOBNAME         PIC X(8) VALUE SPACES.
       01  WS-STEP-USERID          PIC X(8) VALUE "UNKNOWN".
       01  WS-STEP-START-DATE      PIC 9(8) VALUE 0.
       01  WS-STEP-START-TIME      PIC 9(8) VALUE 0.
       01  WS-STEP-HIGH-MSGID      PIC X(7) VALUE SPACES.
       01  WS-STEP-READ            PIC 9(9) VALUE 0.
       01  WS-STEP-WRITTEN         PIC 9(9) VALUE 0.
       01  WS-STEP-ENV-NAME        PIC X(20) VALUE SPACES.
       01  WS-STEP-ENV-VALUE       PIC X(20) VALUE SPACES.
