      *****************************************************************
      *    FBDECKI - PARMIN DECK LIBRARY HEADER CARD (DD PARMLIB)
      *
      *    THE DECK LIBRARY HOLDS EVERY PARMIN DECK THE CALENDAR CAN
      *    CHOOSE, EACH AS A HEADER CARD FOLLOWED BY ITS PARMIN CARDS
      *    (COPYBOOK FBPARM) UP TO THE NEXT HEADER.  THE STANDING DECK
      *    IS THE ONE NAMED NORMAL.  FBCALCHK COPIES THE NIGHT'S DECK
      *    TO PARMIN, SO THE DECKS ARE MAINTAINED HERE AND NOT IN
      *    PARMIN ITSELF.
      *
      *    COL  1- 4  "DECK"
      *    COL  5     BLANK
      *    COL  6-13  DECK NAME      AS NAMED ON THE CALENDAR
      *    COL 14     BLANK
      *    COL 15-54  DESCRIPTION
      *    COL 55-80  FILLER
      *****************************************************************
       01 FB-DECK-HDR-RECORD.
           05 FB-DECK-HDR-KEYWORD     PIC X(4).
               88 FB-DECK-HEADER      VALUE "DECK".
           05 FILLER                  PIC X.
           05 FB-DECK-HDR-NAME        PIC X(8).
           05 FILLER                  PIC X.
           05 FB-DECK-HDR-DESC        PIC X(40).
           05 FILLER                  PIC X(26).
