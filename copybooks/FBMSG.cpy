      *       FBZ87X         FBBAKOUT
      *       FBZ88X         FBHEALTH
      *       FBZ89X         FBSPLIT
      *       FBZ90X         FBLOAD
      *       FBZ91X         FBRULMNT
      *       FBZ92X         FBHSTPRG
      *       FBZ93X         FBRESTOR
      *       FBZ94X         FBTREND
      *       FBZ95X         FBVERIFY
      *       FBZ96X         FBCAPRPT
      *       FBZ97X         FBMERGE
      *       FBZ98X         FBCALCHK
      *       FBZ99X         FBCHGBK
      *
      *    RETURN CODES ACROSS THE SUITE:
      *       0  CLEAN COMPLETION
      *       2  OPERATOR STOP HONOURED (RESUBMIT WITH RESTART)
      *       4  COMPLETED WITH WARNINGS (DEFAULTED INPUTS)
      *       6  NO-RUN DAY ON THE RUN CALENDAR (STREAM SKIPPED)
      *       8  RECOVERABLE INPUT PROBLEM / OUT OF BALANCE
      *      16  TRUE ABEND
      *****************************************************************
              "FBZ012W FIZZ-BUZZ: RULEIN NOT AVAILABLE - DEFAULT 3/5".
           05 FBZ013W-NO-CHECKPOINT   PIC X(60) VALUE
              "FBZ013W FIZZ-BUZZ: RESTART REQUESTED, NO CHECKPOINT".
           05 FBZ014W-STATS-OPEN      PIC X(60) VALUE
              "FBZ014W FIZZ-BUZZ: FBSTATS NOT AVAILABLE - NOT RECORDED".
           05 FBZ015I-PARTITION       PIC X(60) VALUE
              "FBZ015I FIZZ-BUZZ: RUNNING PARTITION".
           05 FBZ016E-PSUM-OPEN       PIC X(60) VALUE
              "FBZ016E FIZZ-BUZZ: UNABLE TO WRITE FBPSUM".
           05 FBZ020I-STOP-HONOURED   PIC X(60) VALUE
              "FBZ020I FIZZ-BUZZ: OPERATOR STOP HONOURED".
           05 FBZ090S-ABEND           PIC X(60) VALUE
              "FBZ304E FBRECON: EXTRACT REQUESTED BUT FBEXTR MISSING".
           05 FBZ305E-OUT-OF-BAL      PIC X(60) VALUE
              "FBZ305E FBRECON: RUN IS OUT OF BALANCE".
           05 FBZ306W-STATS-OPEN      PIC X(60) VALUE
              "FBZ306W FBRECON: FBSTATS NOT AVAILABLE - NO STATISTICS".
           05 FBZ400E-ANSW-OPEN       PIC X(60) VALUE
              "FBZ400E FBINQ: UNABLE TO OPEN INQRPT".
           05 FBZ401E-MSTR-OPEN       PIC X(60) VALUE
              "FBZ701W FBPRINT: PARMIN NOT AVAILABLE - DEFAULT 1-100".
           05 FBZ702E-EXTRACT-OPEN    PIC X(60) VALUE
              "FBZ702E FBPRINT: FBEXTR NOT AVAILABLE".
           05 FBZ703W-STATS-OPEN      PIC X(60) VALUE
              "FBZ703W FBPRINT: FBSTATS NOT AVAILABLE - NO STATISTICS".
           05 FBZ800E-HIST-OPEN       PIC X(60) VALUE
              "FBZ800E FBHSTSAV: UNABLE TO OPEN FBHIST".
           05 FBZ801E-MSTR-OPEN       PIC X(60) VALUE
              "FBZ802I FBHSTSAV:".
           05 FBZ803W-MSTR-EMPTY      PIC X(60) VALUE
              "FBZ803W FBHSTSAV: RESULTS MASTER IS EMPTY".
           05 FBZ804W-STATS-OPEN      PIC X(60) VALUE
              "FBZ804W FBHSTSAV: FBSTATS NOT AVAILABLE".
           05 FBZ810E-DLT-OPEN        PIC X(60) VALUE
              "FBZ810E FBDELTA: UNABLE TO OPEN DLTRPT".
           05 FBZ811E-HIST-OPEN       PIC X(60) VALUE
              "FBZ812W FBDELTA: FEWER THAN TWO RUNS ON HISTORY FILE".
           05 FBZ813I-DLT-TOTALS      PIC X(60) VALUE
              "FBZ813I FBDELTA:".
           05 FBZ814W-STATS-OPEN      PIC X(60) VALUE
              "FBZ814W FBDELTA: FBSTATS NOT AVAILABLE - NO STATISTICS".
           05 FBZ820E-PRM-OPEN        PIC X(60) VALUE
              "FBZ820E FBPRMCHK: UNABLE TO OPEN PRMRPT".
           05 FBZ821E-PARM-REJECT     PIC X(60) VALUE
              "FBZ852W FBFEED: RESULTS MASTER IS EMPTY".
           05 FBZ853I-FEED-TOTALS     PIC X(60) VALUE
              "FBZ853I FBFEED:".
           05 FBZ854E-SENT-OPEN       PIC X(60) VALUE
              "FBZ854E FBFEED: UNABLE TO OPEN FBSENT".
           05 FBZ855W-NOT-CONFIRMED   PIC X(60) VALUE
              "FBZ855W FBFEED: FEED NEVER CONFIRMED - RESEND".
           05 FBZ856E-ACKRPT-OPEN     PIC X(60) VALUE
              "FBZ856E FBFEED: UNABLE TO OPEN ACKRPT".
           05 FBZ857I-ACK-TOTALS      PIC X(60) VALUE
              "FBZ857I FBFEED:".
           05 FBZ860E-FEEDRPT-OPEN    PIC X(60) VALUE
              "FBZ860E FBFEEDV: UNABLE TO OPEN FEEDRPT".
           05 FBZ861E-XMIT-OPEN       PIC X(60) VALUE
              "FBZ882W FBHEALTH: RUN NEEDS ATTENTION".
           05 FBZ883W-INPUT-MISSING   PIC X(60) VALUE
              "FBZ883W FBHEALTH:".
           05 FBZ884W-STATS-OPEN      PIC X(60) VALUE
              "FBZ884W FBHEALTH: FBSTATS NOT AVAILABLE - NO STATISTICS".
           05 FBZ890E-SPLRPT-OPEN     PIC X(60) VALUE
              "FBZ890E FBSPLIT: UNABLE TO OPEN SPLRPT".
           05 FBZ891E-REPORT-OPEN     PIC X(60) VALUE
              "FBZ895E FBSPLIT: UNABLE TO OPEN A DESTINATION DATASET".
           05 FBZ896E-EXTRACT-OPEN    PIC X(60) VALUE
              "FBZ896E FBSPLIT: EXTRACT REQUESTED BUT FBEXTR MISSING".
           05 FBZ897W-STATS-OPEN      PIC X(60) VALUE
              "FBZ897W FBSPLIT: FBSTATS NOT AVAILABLE - NO STATISTICS".
           05 FBZ898W-AUDIT-STAMP     PIC X(60) VALUE
              "FBZ898W FBSPLIT: NO FBAUDIT LINE - ACCOUNTING DATED NOW".
           05 FBZ899W-ACCT-OPEN       PIC X(60) VALUE
              "FBZ899W FBSPLIT: UNABLE TO OPEN FBACCT - NOT ACCOUNTED".
           05 FBZ900E-LOADRPT-OPEN    PIC X(60) VALUE
              "FBZ900E FBLOAD: UNABLE TO OPEN LOADRPT".
           05 FBZ901E-XMIT-OPEN       PIC X(60) VALUE
              "FBZ901E FBLOAD: UNABLE TO OPEN FBXMIT".
           05 FBZ902E-OUT-OF-BAL      PIC X(60) VALUE
              "FBZ902E FBLOAD: FEED IS OUT OF BALANCE - NOT LOADED".
           05 FBZ903E-STAMP-REFUSED   PIC X(60) VALUE
              "FBZ903E FBLOAD: FEED ALREADY LOADED OR OLDER - REFUSED".
           05 FBZ904E-RCVM-OPEN       PIC X(60) VALUE
              "FBZ904E FBLOAD: UNABLE TO OPEN FBRCVM".
           05 FBZ905E-ACK-OPEN        PIC X(60) VALUE
              "FBZ905E FBLOAD: UNABLE TO OPEN FBACK".
           05 FBZ906I-LOAD-TOTALS     PIC X(60) VALUE
              "FBZ906I FBLOAD:".
           05 FBZ907S-RCVM-UPDATE     PIC X(60) VALUE
              "FBZ907S FBLOAD: UNABLE TO UPDATE FBRCVM".
           05 FBZ908E-DROP-FAILED     PIC X(60) VALUE
              "FBZ908E FBLOAD: KEYS NOT DROPPED - FEED REJECTED".
           05 FBZ910E-RULMRPT-OPEN    PIC X(60) VALUE
              "FBZ910E FBRULMNT: UNABLE TO OPEN RULMRPT".
           05 FBZ911E-RULEOUT-OPEN    PIC X(60) VALUE
              "FBZ911E FBRULMNT: UNABLE TO OPEN RULEOUT".
           05 FBZ912E-PNDOUT-OPEN     PIC X(60) VALUE
              "FBZ912E FBRULMNT: UNABLE TO OPEN RULEPNDO".
           05 FBZ913E-TRN-REJECT      PIC X(60) VALUE
              "FBZ913E FBRULMNT:".
           05 FBZ914I-RUL-TOTALS      PIC X(60) VALUE
              "FBZ914I FBRULMNT:".
           05 FBZ915W-RULE-MISSING    PIC X(60) VALUE
              "FBZ915W FBRULMNT: RULEIN NOT AVAILABLE - EMPTY DECK".
           05 FBZ916E-RULELOG-OPEN    PIC X(60) VALUE
              "FBZ916E FBRULMNT: UNABLE TO OPEN RULELOG".
           05 FBZ917E-RUN-HELD        PIC X(60) VALUE
              "FBZ917E FBRULMNT: CARDS REJECTED - NOTHING RELEASED".
           05 FBZ920E-HPRGRPT-OPEN    PIC X(60) VALUE
              "FBZ920E FBHSTPRG: UNABLE TO OPEN HPRGRPT".
           05 FBZ921E-RETN-BAD        PIC X(60) VALUE
              "FBZ921E FBHSTPRG: RETENTION CARD MISSING OR INVALID".
           05 FBZ922W-HIST-EMPTY      PIC X(60) VALUE
              "FBZ922W FBHSTPRG: FBHIST NOT AVAILABLE OR EMPTY".
           05 FBZ923E-HOFF-OPEN       PIC X(60) VALUE
              "FBZ923E FBHSTPRG: UNABLE TO OPEN FBHOFF".
           05 FBZ924E-HISTN-OPEN      PIC X(60) VALUE
              "FBZ924E FBHSTPRG: UNABLE TO OPEN FBHISTN".
           05 FBZ925E-TOO-MANY-SAVES  PIC X(60) VALUE
              "FBZ925E FBHSTPRG: TOO MANY SAVE STAMPS - NOTHING PURGED".
           05 FBZ926E-OUT-OF-BAL      PIC X(60) VALUE
              "FBZ926E FBHSTPRG: COUNTS OUT OF BALANCE - NOT REPLACED".
           05 FBZ927I-PRG-TOTALS      PIC X(60) VALUE
              "FBZ927I FBHSTPRG:".
           05 FBZ930E-RSTRPT-OPEN     PIC X(60) VALUE
              "FBZ930E FBRESTOR: UNABLE TO OPEN RSTRPT".
           05 FBZ931E-BAD-CARD        PIC X(60) VALUE
              "FBZ931E FBRESTOR: RSTPARM CARD MISSING OR INVALID".
           05 FBZ932E-NO-SAVE         PIC X(60) VALUE
              "FBZ932E FBRESTOR: NO FBHIST SAVE MATCHES THE CARD".
           05 FBZ933E-BATCH-UNUSABLE  PIC X(60) VALUE
              "FBZ933E FBRESTOR: SAVE HAS BAD OR DUPLICATE KEYS".
           05 FBZ934E-MSTR-OPEN       PIC X(60) VALUE
              "FBZ934E FBRESTOR: UNABLE TO OPEN FBMASTR FOR OUTPUT".
           05 FBZ935S-MSTR-LOAD       PIC X(60) VALUE
              "FBZ935S FBRESTOR: RELOAD FAILED - MASTER INCOMPLETE".
           05 FBZ936E-NOT-VERIFIED    PIC X(60) VALUE
              "FBZ936E FBRESTOR: RELOADED MASTER DOES NOT MATCH SAVE".
           05 FBZ937I-RST-TOTALS      PIC X(60) VALUE
              "FBZ937I FBRESTOR:".
           05 FBZ938E-HIST-OPEN       PIC X(60) VALUE
              "FBZ938E FBRESTOR: UNABLE TO OPEN FBHIST".
           05 FBZ940E-TRNRPT-OPEN     PIC X(60) VALUE
              "FBZ940E FBTREND: UNABLE TO OPEN TRNRPT".
           05 FBZ941E-BAD-CARD        PIC X(60) VALUE
              "FBZ941E FBTREND: TRNPARM CARD MISSING OR INVALID".
           05 FBZ942E-TOO-MANY-SAVES  PIC X(60) VALUE
              "FBZ942E FBTREND: TOO MANY SAVE STAMPS ON FBHIST".
           05 FBZ943W-EMPTY-WINDOW    PIC X(60) VALUE
              "FBZ943W FBTREND: NO HISTORY SAVES IN THE WINDOW".
           05 FBZ944E-WINDOW-TOO-BIG  PIC X(60) VALUE
              "FBZ944E FBTREND: WINDOW HOLDS MORE THAN 999 SAVES".
           05 FBZ945W-NO-EXCP         PIC X(60) VALUE
              "FBZ945W FBTREND: FBEXCP NOT AVAILABLE".
           05 FBZ946E-TOO-MANY-EXCP   PIC X(60) VALUE
              "FBZ946E FBTREND: FBEXCP HAS MORE THAN 500 OVERRIDES".
           05 FBZ947W-LABELS-FULL     PIC X(60) VALUE
              "FBZ947W FBTREND: MORE THAN 30 LABELS - SOME NOT TRENDED".
           05 FBZ948I-TRN-TOTALS      PIC X(60) VALUE
              "FBZ948I FBTREND:".
           05 FBZ950E-VFYRPT-OPEN     PIC X(60) VALUE
              "FBZ950E FBVERIFY: UNABLE TO OPEN VFYRPT".
           05 FBZ951W-PARM-MISSING    PIC X(60) VALUE
              "FBZ951W FBVERIFY: PARMIN NOT AVAILABLE - DEFAULT 1-100".
           05 FBZ952W-PARM-EMPTY      PIC X(60) VALUE
              "FBZ952W FBVERIFY: PARMIN IS EMPTY - DEFAULT 1-100".
           05 FBZ953E-DECK-TOO-BIG    PIC X(60) VALUE
              "FBZ953E FBVERIFY: RULEIN HAS MORE THAN 100 ENTRIES".
           05 FBZ954W-MSTR-EMPTY      PIC X(60) VALUE
              "FBZ954W FBVERIFY: FBMASTR IS EMPTY - NOTHING VERIFIED".
           05 FBZ955E-EXCP-TOO-BIG    PIC X(60) VALUE
              "FBZ955E FBVERIFY: FBEXCP HAS MORE THAN 500 ENTRIES".
           05 FBZ956E-NOT-VERIFIED    PIC X(60) VALUE
              "FBZ956E FBVERIFY: MASTER FAILED VERIFICATION".
           05 FBZ957I-VFY-TOTALS      PIC X(60) VALUE
              "FBZ957I FBVERIFY:".
           05 FBZ958E-MSTR-OPEN       PIC X(60) VALUE
              "FBZ958E FBVERIFY: UNABLE TO OPEN FBMASTR".
           05 FBZ960E-CAPRPT-OPEN     PIC X(60) VALUE
              "FBZ960E FBCAPRPT: UNABLE TO OPEN CAPRPT".
           05 FBZ961E-CARD-INVALID    PIC X(60) VALUE
              "FBZ961E FBCAPRPT: CAPPARM CARD MISSING OR INVALID".
           05 FBZ962W-NO-HISTORY      PIC X(60) VALUE
              "FBZ962W FBCAPRPT: NO FIZZ-BUZZ RUNS ON FBSTATS".
           05 FBZ963W-DECK-MISSING    PIC X(60) VALUE
              "FBZ963W FBCAPRPT: NEXT DECK UNUSABLE - DEFAULT 1-100".
           05 FBZ964W-WINDOW-OVERRUN  PIC X(60) VALUE
              "FBZ964W FBCAPRPT: PROJECTED RUN OVERRUNS THE WINDOW".
           05 FBZ965I-CAP-TOTALS      PIC X(60) VALUE
              "FBZ965I FBCAPRPT:".
           05 FBZ966W-NO-CALENDAR     PIC X(60) VALUE
              "FBZ966W FBCAPRPT: NO CALENDAR - NEXT RUN IS NORMAL".
           05 FBZ970E-MRGRPT-OPEN     PIC X(60) VALUE
              "FBZ970E FBMERGE: UNABLE TO OPEN MRGRPT".
           05 FBZ971E-MERGE-REFUSED   PIC X(60) VALUE
              "FBZ971E FBMERGE: PARTITIONS REFUSED - NOTHING MERGED".
           05 FBZ972W-PARM-MISSING    PIC X(60) VALUE
              "FBZ972W FBMERGE: PARMIN NOT AVAILABLE - DEFAULT 1-100".
           05 FBZ973W-PARM-EMPTY      PIC X(60) VALUE
              "FBZ973W FBMERGE: PARMIN EMPTY - DEFAULT 1-100".
           05 FBZ974I-PART-STOPPED    PIC X(60) VALUE
              "FBZ974I FBMERGE: PARTITION STOPPED - NOT MERGED".
           05 FBZ975S-PART-ABEND      PIC X(60) VALUE
              "FBZ975S FBMERGE: PARTITION ABENDED - NOT MERGED".
           05 FBZ976E-IMAGES-BAD      PIC X(60) VALUE
              "FBZ976E FBMERGE: MASTER IMAGES DO NOT BALANCE".
           05 FBZ977S-MERGE-FAILED    PIC X(60) VALUE
              "FBZ977S FBMERGE: MERGED OUTPUT NOT WRITTEN:".
           05 FBZ978W-STATS-OPEN      PIC X(60) VALUE
              "FBZ978W FBMERGE: FBSTATS NOT AVAILABLE - NOT RECORDED".
           05 FBZ979I-MRG-TOTALS      PIC X(60) VALUE
              "FBZ979I FBMERGE:".
           05 FBZ980E-CALRPT-OPEN     PIC X(60) VALUE
              "FBZ980E FBCALCHK: UNABLE TO OPEN CALRPT".
           05 FBZ981I-RUN-NORMAL      PIC X(60) VALUE
              "FBZ981I FBCALCHK: NORMAL RUN TONIGHT -".
           05 FBZ982I-RUN-SPECIAL     PIC X(60) VALUE
              "FBZ982I FBCALCHK: SPECIAL RUN TONIGHT -".
           05 FBZ983I-NO-RUN          PIC X(60) VALUE
              "FBZ983I FBCALCHK: NO-RUN DAY - STREAM SKIPPED -".
           05 FBZ984E-CAL-REJECT      PIC X(60) VALUE
              "FBZ984E FBCALCHK: CALENDAR ENTRY REJECTED:".
           05 FBZ985E-DECK-REFUSED    PIC X(60) VALUE
              "FBZ985E FBCALCHK: NO DECK CHOSEN - PARMIN NOT TOUCHED:".
           05 FBZ986W-CAL-ENDING      PIC X(60) VALUE
              "FBZ986W FBCALCHK: RUN CALENDAR NOT PLANNED PAST".
           05 FBZ987W-TOMORROW-DECK   PIC X(60) VALUE
              "FBZ987W FBCALCHK: TOMORROW'S DECK NOT READY:".
           05 FBZ988I-TOMORROW        PIC X(60) VALUE
              "FBZ988I FBCALCHK: TOMORROW".
           05 FBZ989S-PARMIN-WRITE    PIC X(60) VALUE
              "FBZ989S FBCALCHK: UNABLE TO WRITE PARMIN".
           05 FBZ990E-CHGRPT-OPEN     PIC X(60) VALUE
              "FBZ990E FBCHGBK: UNABLE TO OPEN CHGRPT".
           05 FBZ991E-CHG-REFUSED     PIC X(60) VALUE
              "FBZ991E FBCHGBK: CHARGEBACK REFUSED:".
           05 FBZ992E-RATE-REJECT     PIC X(60) VALUE
              "FBZ992E FBCHGBK: RATE CARD REJECTED:".
           05 FBZ993W-NO-RATE         PIC X(60) VALUE
              "FBZ993W FBCHGBK: NO RATE FOR DESTINATION - NOT PRICED:".
           05 FBZ994I-CHG-TOTALS      PIC X(60) VALUE
              "FBZ994I FBCHGBK:".
           05 FBZ995E-NOT-BALANCED    PIC X(60) VALUE
              "FBZ995E FBCHGBK: OUT OF BALANCE WITH FBAUDIT - HELD".
           05 FBZ996I-BALANCED        PIC X(60) VALUE
              "FBZ996I FBCHGBK: IN BALANCE WITH FBAUDIT".
           05 FBZ997W-ACCT-MISSING    PIC X(60) VALUE
              "FBZ997W FBCHGBK: FBACCT NOT AVAILABLE".
