      *****************************************************************
      *    SECVREC - LAYOUT OF ONE RECORD ON THE SECVIOL SECURITY
      *    VIOLATIONS DATASET. EVERY PROTECTED PROGRAM APPENDS ONE
      *    RECORD EACH TIME IT REFUSES A USER (950-LOG-VIOLATION);
      *    FIZZSECR REPORTS THEM MONTHLY BY USER AND FUNCTION FOR
      *    THE AUDITORS.
      *      SECV-DATE / SECV-TIME - WHEN THE WORK WAS REFUSED
      *        (YYYYMMDD, HHMMSSHH).
      *      SECV-PROGRAM / SECV-JOBNAME / SECV-USERID - THE STEP
      *        IDENTITY, AS ON THE JOBLOG STEP RECORD (JOBLREC.CPY).
      *      SECV-FUNCTION / SECV-OBJECT - WHAT WAS ATTEMPTED, AS
      *        AUTH-FUNCTION / AUTH-OBJECT IN AUTHREC.CPY.
      *      SECV-REASON - N = NO GRANT COVERS THE USER,
      *        U = AUTHFILE COULD NOT BE OPENED, SO NO AUTHORITY
      *        COULD BE CONFIRMED AND THE WORK WAS REFUSED ANYWAY.
      *****************************************************************
       01  SECV-RECORD.
           05  SECV-DATE           PIC 9(8).
           05  SECV-TIME           PIC 9(8).
           05  SECV-PROGRAM        PIC X(8).
           05  SECV-JOBNAME        PIC X(8).
           05  SECV-USERID         PIC X(8).
           05  SECV-FUNCTION       PIC X(8).
           05  SECV-OBJECT         PIC X(8).
           05  SECV-REASON         PIC X(1).
               88  SECV-NOT-AUTHORIZED   VALUE "N".
               88  SECV-AUTH-UNAVAILABLE VALUE "U".
           05  FILLER              PIC X(43).
