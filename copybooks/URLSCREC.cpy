      *****************************************************
      *  URLSCREC - HELD-ITEM RELEASE/DECLINE CARD        *
      *  LAYOUT.  ONE CARD PER HELD ITEM THE RISK DESK    *
      *  HAS REVIEWED, PREPARED FROM THE DAILY RUN'S      *
      *  REVIEW REPORT.  THE HOLD DATE AND HOLD SEQUENCE  *
      *  NAME THE ITEM AND THE KEY MUST ALSO AGREE -      *
      *  UHELDREL NEVER GUESSES WHICH ITEM A CARD MEANS.  *
      *  ACTIONS:                                         *
      *    'R' - RELEASE: THE ITEM GOES INTO THE NEXT     *
      *          NIGHT'S INPUT AND POSTS NORMALLY.        *
      *    'D' - DECLINE: THE ITEM NEVER POSTS AND IS     *
      *          RETURNED TO ITS REGION ON THE            *
      *          ACKNOWLEDGMENT FEED WITH THE DESK'S      *
      *          REASON.                                  *
      *****************************************************
       01  URLSC-RECORD.
           05  URLSC-ACTION                PIC X(01).
               88  URLSC-ACTION-RELEASE        VALUE 'R'.
               88  URLSC-ACTION-DECLINE        VALUE 'D'.
           05  URLSC-HOLD-DATE             PIC 9(08).
           05  URLSC-HOLD-SEQ              PIC 9(09).
           05  URLSC-KEY                   PIC X(10).
           05  URLSC-REASON                PIC X(30).
           05  FILLER                      PIC X(22).
