      *****************************************************
      *  UFREGREC - REGIONAL FEED SCHEDULE REGISTRY       *
      *  RECORD LAYOUT.  ONE RECORD PER UPSTREAM FEED     *
      *  THE NIGHTLY RUN EXPECTS, IN ASCENDING FEED-ID    *
      *  ORDER, MAINTAINED FROM CARDS BY UFEEDMNT         *
      *  (UFDMTJOB) AND READ BY THE POST-RUN MISSING/LATE *
      *  FEED CHECK (UFEEDCHK).  THE FEED ID IS THE ONE   *
      *  THE REGION PUTS ON ITS UTRAN HEADER.  A FEED IS  *
      *  DUE ON A BUSINESS DAY (PER THE CALENDAR) WHOSE   *
      *  WEEKDAY FLAG IS 'Y', FROM ITS START DATE ON,     *
      *  WHILE ITS STATUS IS ACTIVE.  THE WEEKDAY FLAGS   *
      *  RUN MONDAY THROUGH SUNDAY.  FEED IDS BEGINNING   *
      *  WITH '*' ARE RESERVED FOR THE DAILY RUN'S OWN    *
      *  POOLS ('*RECYCLE', '*NOHDRNN') AND ARE NEVER     *
      *  REGISTERED.                                      *
      *****************************************************
       01  UFREG-RECORD.
           05  UFREG-FEED-ID               PIC X(08).
           05  UFREG-DESCRIPTION           PIC X(30).
           05  UFREG-DUE-DAYS              PIC X(07).
           05  UFREG-DUE-DAY-TABLE REDEFINES UFREG-DUE-DAYS.
               10  UFREG-DUE-DAY           PIC X(01)
                                               OCCURS 7 TIMES.
                   88  UFREG-DUE-THAT-DAY      VALUE 'Y'.
      *    ZERO MEANS THE FEED HAS ALWAYS BEEN EXPECTED.
           05  UFREG-START-DATE            PIC 9(08).
           05  UFREG-STATUS                PIC X(01).
               88  UFREG-ACTIVE                VALUE 'A'.
               88  UFREG-INACTIVE              VALUE 'I'.
           05  FILLER                      PIC X(26).
