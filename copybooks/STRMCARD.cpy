      *****************************************************************
      *    STRMCARD - LAYOUT OF ONE EXPECTED-JOB-STREAM CARD READ BY
      *    FIZZOPS FROM THE JOBSTRM DD. ONE CARD PER STEP THE NIGHT'S
      *    STREAM SHOULD RUN, IN THE ORDER THE STEPS MUST RUN - A
      *    STEP THAT STARTS BEFORE AN EARLIER CARD'S STEP HAS ENDED
      *    (FIZZARCH PURGING RESULTKS BEFORE FIZZVRFY PROVED IT) IS
      *    FLAGGED AS OUT OF ORDER:
      *      STRM-PROGRAM - PROGRAM-ID THE STEP EXECUTES.
      *      STRM-JOBNAME - JOBNAME IT RUNS UNDER; BLANK = ANY. NAME
      *        IT WHEN THE SAME PROGRAM APPEARS TWICE IN THE STREAM.
      *    A CARD WITH A BLANK PROGRAM IS IGNORED.
      *****************************************************************
       01  STRM-CARD.
           05  STRM-PROGRAM        PIC X(8).
           05  STRM-JOBNAME        PIC X(8).
           05  FILLER              PIC X(64).
