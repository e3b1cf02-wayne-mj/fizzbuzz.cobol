      *****************************************************************
      *    ARCHMANR - LAYOUT OF ONE ARCHIVE MANIFEST RECORD, APPENDED
      *    TO THE ARCHMAN DATASET BY FIZZARCH AFTER EACH CLEAN
      *    EXTRACT. THE MANIFEST IS THE INDEX THE FIZZAQRY ARCHIVE
      *    QUERY JOB READS FIRST: IT SAYS WHICH GENERATION HOLDS
      *    WHICH RUN NUMBERS AND RUN DATES, SO A QUERY MOUNTS ONLY
      *    THE GENERATIONS IT NEEDS INSTEAD OF READING EVERY ONE BY
      *    EYE.
      *    AN ARCHOUT GENERATION GETS ONE RECORD PER UNBROKEN SPAN OF
      *    RUNS IT HOLDS - MAN-FIRST-RUN THRU MAN-LAST-RUN AND
      *    MAN-FIRST-DATE THRU MAN-LAST-DATE DESCRIBE THE SPAN. A RUN
      *    FIZZARCH HELD BACK FOR AN OPEN FIZZXMIT FEED IS NOT IN THE
      *    GENERATION AND SPLITS THE SPANS EITHER SIDE OF IT, SO A
      *    RUN NUMBER INSIDE A RECORD'S RANGE IS IN THAT GENERATION.
      *    MAN-RUNS-ARCHIVED AND MAN-RECORD-COUNT ARE THE WHOLE
      *    GENERATION'S TOTALS, REPEATED ON EACH OF ITS RECORDS; ITS
      *    RECORDS SHARE MAN-GEN-ID AND THE EXTRACT STAMP.
      *    MAN-GEN-ID IDENTIFIES THE GENERATION THE EXTRACT WENT TO
      *    (THE DATASET NAME OR GDG GENERATION NUMBER) - PICKED UP
      *    FROM THE "ARCHGEN" ENVIRONMENT VARIABLE WHEN SET, THE
