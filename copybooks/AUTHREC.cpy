      *****************************************************************
      *    AUTHREC - LAYOUT OF ONE GRANT ON THE AUTHFILE INDEXED
      *    (VSAM KSDS-STYLE) AUTHORIZATION TABLE, KEYED BY SUBJECT,
      *    FUNCTION AND OBJECT. A USER MAY DO A PROTECTED PIECE OF
      *    WORK ONLY IF A GRANT FOR IT EXISTS TO THEIR USERID, TO
      *    "*" (EVERY USER), OR TO A GROUP THEY ARE A MEMBER OF.
      *    MAINTAINED BY FIZZAMNT; CHECKED BY FIZZBUZZ, FIZZRMNT,
      *    FIZZREST, FIZZVRFY, FIZZARCH, FIZZHKP AND FIZZSMNT BEFORE
      *    THE PROTECTED WORK (940-CHECK-AUTHORITY).
      *      AUTH-SUBJECT  - A USERID (THE USER IDENTITY FIZZBUZZ
      *        RECORDS ON AUDITLOG), A GROUP NAME, OR "*". GROUP
      *        NAMES SHARE THE KEY WITH USERIDS, SO A GROUP MUST NOT
      *        BE GIVEN THE NAME OF A USER.
      *      AUTH-FUNCTION - WHAT IS GRANTED:
      *        RUNSET   RUN THE RULECAT SET NAMED IN AUTH-OBJECT
      *                 ("*" = ANY SET) - FIZZBUZZ
      *        CATMAINT MAINTAIN THE RULECAT CATALOG - FIZZRMNT
      *        SCHEDULE MAINTAIN THE SCHDMAST SCHEDULE MASTER -
      *                 FIZZSMNT
      *        OVERLAY  RESTORE OVER LIVE RESULTKS RECORDS - FIZZREST
      *        REPAIR   RUN RESULTKS VERIFICATION IN REPAIR MODE -
      *                 FIZZVRFY
      *        PURGE    RUN THE HOUSEKEEPING PURGES - FIZZARCH AND
      *                 FIZZHKP
      *        MEMBER   NOT A GRANT: MAKES THE USERID IN AUTH-SUBJECT
      *                 A MEMBER OF THE GROUP NAMED IN AUTH-OBJECT
      *      AUTH-OBJECT   - THE SET NAME OR "*" FOR RUNSET, THE
      *        GROUP NAME FOR MEMBER, SPACES FOR EVERY OTHER
      *        FUNCTION.
      *      AUTH-GRANT-DATE/TIME/USERID - WHEN AND BY WHOM FIZZAMNT
      *        ADDED THE ENTRY, FOR THE AUDITORS.
      *      AUTH-REMARK   - FREE TEXT FROM THE MAINTENANCE CARD
      *        (E.G. THE CHANGE TICKET THAT APPROVED THE GRANT).
      *****************************************************************
       01  AUTH-RECORD.
           05  AUTH-KEY.
               10  AUTH-SUBJECT        PIC X(8).
               10  AUTH-FUNCTION       PIC X(8).
                   88  AUTH-FN-RUNSET        VALUE "RUNSET".
                   88  AUTH-FN-CATMAINT      VALUE "CATMAINT".
                   88  AUTH-FN-SCHEDULE      VALUE "SCHEDULE".
                   88  AUTH-FN-OVERLAY       VALUE "OVERLAY".
                   88  AUTH-FN-REPAIR        VALUE "REPAIR".
                   88  AUTH-FN-PURGE         VALUE "PURGE".
                   88  AUTH-FN-MEMBER        VALUE "MEMBER".
                   88  AUTH-FN-VALID         VALUE "RUNSET"
                                                   "CATMAINT"
                                                   "SCHEDULE"
                                                   "OVERLAY"
                                                   "REPAIR"
                                                   "PURGE"
                                                   "MEMBER".
               10  AUTH-OBJECT         PIC X(8).
           05  AUTH-GRANT-DATE     PIC 9(8).
           05  AUTH-GRANT-TIME     PIC 9(8).
           05  AUTH-GRANT-USERID   PIC X(8).
           05  AUTH-REMARK         PIC X(30).
           05  FILLER              PIC X(22).
