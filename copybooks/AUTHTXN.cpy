      *****************************************************************
      *    AUTHTXN - LAYOUT OF ONE FIZZAMNT AUTHORIZATION MAINTENANCE
      *    TRANSACTION CARD READ FROM THE AUTHTXN DD.
      *      ATX-ACTION   ADD = ADD A GRANT OR GROUP MEMBERSHIP
      *                         (ERROR IF IT ALREADY EXISTS)
      *                   DEL = REMOVE ONE (ERROR IF MISSING)
      *      ATX-SUBJECT / ATX-FUNCTION / ATX-OBJECT - THE AUTHFILE
      *                   KEY (AUTH-KEY IN AUTHREC.CPY). RUNSET NEEDS
      *                   A SET NAME OR "*" AS THE OBJECT, MEMBER
      *                   NEEDS THE GROUP NAME (AND A REAL USERID AS
      *                   THE SUBJECT); EVERY OTHER FUNCTION TAKES NO
      *                   OBJECT.
      *      ATX-REMARK   CARRIED ONTO THE GRANT ON ADD (E.G. THE
      *                   CHANGE TICKET THAT APPROVED IT). IGNORED ON
      *                   DEL.
      *    ONE CARD IS ONE CHANGE - THERE ARE NO MULTI-CARD GROUPS AS
      *    THERE ARE ON RSETTXN.CPY.
      *****************************************************************
       01  AUTH-TXN-CARD.
           05  ATX-ACTION          PIC X(3).
               88  ATX-ADD               VALUE "ADD".
               88  ATX-DEL               VALUE "DEL".
           05  FILLER              PIC X(1).
           05  ATX-SUBJECT         PIC X(8).
           05  FILLER              PIC X(1).
           05  ATX-FUNCTION        PIC X(8).
           05  FILLER              PIC X(1).
           05  ATX-OBJECT          PIC X(8).
           05  FILLER              PIC X(1).
           05  ATX-REMARK          PIC X(30).
           05  FILLER              PIC X(19).
