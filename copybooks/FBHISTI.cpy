      *****************************************************************
      *    FBHISTI - ONE RESULTS HISTORY RECORD (DD FBHIST)
      *
      *    WRITTEN BY FBHSTSAV, READ BY FBDELTA AND TRIMMED TO THE
      *    RETENTION POLICY BY FBHSTPRG, SO THE LAYOUT ONLY EXISTS
      *    ONCE.  THE RECORD IS ONE WHOLE RESULTS MASTER
      *    RECORD FOLLOWED BY THE TIMESTAMP OF THE SAVE THAT WROTE
      *    IT.  FB-HIST-MSTR-DATA IS SIZED TO THE FBMSTR RECORD
      *    LENGTH (SEQ 5 + RESULT 80 + LABELS 90 + RUN-STAMP 14 =
