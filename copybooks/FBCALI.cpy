      *****************************************************************
      *    FBCALI - ONE BUSINESS RUN CALENDAR ENTRY (DD CALENDAR)
      *
      *    COL  1- 8  RUN DATE       YYYYMMDD
      *    COL  9-15  RUN TYPE       NORMAL  = THE STANDING DECK
      *                              NORUN   = NO RUN - THE WHOLE
      *                                        STREAM IS SKIPPED
      *                              SPECIAL = THE DECK NAMED BELOW
      *    COL 16     BLANK
      *    COL 17-24  DECK NAME      PARMLIB DECK TO RUN (SPECIAL ONLY)
      *    COL 25     BLANK
      *    COL 26-65  DESCRIPTION    WHY (HOLIDAY, MONTH END, ...)
      *    COL 66-80  FILLER
      *
      *    ONE ENTRY PER DATE, IN ANY ORDER.  A DATE WITH NO ENTRY IS
      *    A NORMAL RUN, SO THE CALENDAR ONLY HAS TO LIST THE DAYS
      *    THAT ARE DIFFERENT - BUT IT MUST BE CARRIED FORWARD: THE
      *    LATEST DATE ON IT IS TAKEN AS THE END OF THE PLANNED
      *    PERIOD, AND A RUN DATE PAST IT IS WARNED.  FBCALCHK
      *    CERTIFIES EVERY ENTRY EACH NIGHT BEFORE IT CHOOSES A DECK.
      *    FBCAPRPT READS IT TOO, TO FIND THE NEXT RUN'S DECK.
      *****************************************************************
       01 FB-CAL-IN-RECORD.
           05 FB-CAL-IN-DATE          PIC X(8).
           05 FB-CAL-IN-TYPE          PIC X(7).
               88 FB-CAL-NORMAL       VALUE "NORMAL".
               88 FB-CAL-NORUN        VALUE "NORUN".
               88 FB-CAL-SPECIAL      VALUE "SPECIAL".
           05 FILLER                  PIC X.
           05 FB-CAL-IN-DECK          PIC X(8).
           05 FILLER                  PIC X.
           05 FB-CAL-IN-DESC          PIC X(40).
           05 FILLER                  PIC X(15).
