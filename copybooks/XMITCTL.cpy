      *****************************************************************
      *    XMITCTL - LAYOUT OF THE FIZZXMIT CONTROL CARD READ FROM
      *    THE XMITCTL DD. ONE CARD NAMES THE RECEIVER THE FEED IS
      *    BUILT FOR:
      *      XCTL-RECEIVER - THE RECEIVING DEPARTMENT'S 8-CHARACTER
      *        IDENTIFIER. IT STAMPS THE FEED'S HEADER AND TRAILER
      *        AND EVERY REGISTER RECORD, AND EACH RECEIVER HAS ITS
      *        OWN SEQUENCE NUMBERS. RUN ONE FIZZXMIT STEP PER
      *        RECEIVER.
      *    THE CARD IS REQUIRED - A FEED WITH NO RECEIVER COULD
      *    NEVER BE ACKNOWLEDGED.
      *****************************************************************
       01  XMIT-CONTROL-CARD.
           05  XCTL-RECEIVER       PIC X(8).
           05  FILLER              PIC X(72).
