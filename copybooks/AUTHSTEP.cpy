      *****************************************************************
      *    AUTHSTEP - WORKING STORAGE FOR THE AUTHORIZATION CHECK IN
      *    EVERY PROGRAM THAT DOES PROTECTED WORK. THE CALLER MOVES
      *    THE FUNCTION (AND THE OBJECT, OR SPACES) TO
      *    WS-AUTH-FUNCTION / WS-AUTH-OBJECT AND PERFORMS
      *    940-CHECK-AUTHORITY, WHICH LOOKS FOR A GRANT (AUTHREC.CPY)
      *    TO THE STEP'S USER IDENTITY (JOBLSTEP.CPY - THE SAME USER
      *    FIZZBUZZ RECORDS ON AUDITLOG), TO "*", AND TO EACH GROUP
      *    THE USER IS A MEMBER OF, AND SETS AUTH-GRANTED OR
      *    AUTH-REFUSED. A REFUSAL IS ALREADY LOGGED TO SECVIOL
      *    (SECVREC.CPY) AND LEAVES THE STANDARD MESSAGE IN
      *    WS-AUTH-MESSAGE FOR THE CALLER TO ISSUE WITH ITS
      *    SEVERITY-16 RETURN CODE.
      *    AN AUTHFILE THAT CANNOT BE OPENED REFUSES EVERYTHING - A
      *    MISSING TABLE MUST NOT READ AS "NO RESTRICTIONS".
      *****************************************************************
       01  WS-AUTH-STATUS          PIC XX VALUE SPACES.
       01  WS-SECV-STATUS          PIC XX VALUE SPACES.
       01  WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
       01  WS-AUTH-OBJECT          PIC X(8) VALUE SPACES.
       01  WS-AUTH-SUBJECT         PIC X(8) VALUE SPACES.
       01  WS-AUTH-GRANTED-TO      PIC X(8) VALUE SPACES.
       01  WS-AUTH-RESULT-IND      PIC X VALUE "N".
           88  AUTH-GRANTED              VALUE "Y".
           88  AUTH-REFUSED              VALUE "N".
       01  WS-AUTH-FILE-IND        PIC X VALUE "N".
           88  AUTH-FILE-AVAILABLE       VALUE "Y".
           88  AUTH-FILE-UNAVAILABLE     VALUE "N".
       01  WS-AUTH-EOF             PIC X VALUE "N".
           88  AUTH-EOF                  VALUE "Y".
           88  AUTH-NOT-EOF              VALUE "N".
       01  WS-AUTH-MESSAGE         PIC X(100) VALUE SPACES.
       01  WS-AUTH-MSG-PTR         PIC 9(3) VALUE 0.
       01  WS-AUTH-GROUP-COUNT     PIC 9(3) VALUE 0.
       01  WS-AUTH-GROUP-TABLE.
           05  WS-AUTH-GROUP       PIC X(8) OCCURS 20 TIMES.
       01  AUTH-GRP-IDX            PIC 9(3) VALUE 0.
