      *      HKP-CUTOFF-DATE - YYYYMMDD; AUDITLOG RECORDS WITH
      *        AUDIT-DATE BEFORE THE CUTOFF AND STATHIST RECORDS
      *        WITH STAT-DATE BEFORE THE CUTOFF ARE MOVED TO THE
      *        ARCHIVE DATASETS AND DELETED FROM THE CLUSTERS,
      *        LEAVING ONLY THE RECORDS ON OR AFTER IT.
      *    THE CARD IS REQUIRED AND A BAD DATE IS FATAL, NOT
      *    DEFAULTED - A DEFAULTED CUTOFF COULD SWEEP THE WHOLE LIVE
      *    HISTORY INTO THE ARCHIVE. THE DATE IS CARRIED AS X(8) SO
