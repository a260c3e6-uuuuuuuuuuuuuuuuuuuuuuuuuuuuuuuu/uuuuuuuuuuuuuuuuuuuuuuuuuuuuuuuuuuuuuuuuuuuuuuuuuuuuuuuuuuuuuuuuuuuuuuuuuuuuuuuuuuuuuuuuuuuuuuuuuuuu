      *****************************************************
      *  UHELDREC - HELD-FOR-REVIEW ITEM LAYOUT.  ONE     *
      *  RECORD PER DETAIL THE DAILY RUN HELD INSTEAD OF  *
      *  POSTING BECAUSE IT BROKE A REVIEW RULE           *
      *  (UREVWREC).  WRITTEN TO HELD.DAILY, APPENDED TO  *
      *  THE STANDING QUEUE (HELDQ) AFTER A GOOD RUN, AND *
      *  WORKED OFF BY UHELDREL FROM THE RISK DESK'S      *
      *  RELEASE/DECLINE CARDS.  THE HOLD DATE AND HOLD   *
      *  SEQUENCE (THE RUN DATE AND POSTING SEQUENCE THE  *
      *  ITEM WAS HELD UNDER) IDENTIFY IT UNIQUELY - THAT *
      *  PAIR IS WHAT THE DESK'S CARD NAMES.  THE FEED ID *
      *  AND BUSINESS DATE ARE THE ORIGINAL REGION'S, SO  *
      *  A DECLINE CAN BE RETURNED TO IT.  RULE CODES:    *
      *    'T' - OVER THE TYPE'S AMOUNT CEILING.          *
      *    'C' - OVER THE ACCOUNT'S COUNT FOR THE RUN.    *
      *    'N' - OVER THE ACCOUNT'S NET AMOUNT FOR THE    *
      *          RUN.                                     *
      *****************************************************
       01  UHELD-RECORD.
           05  UHELD-HOLD-DATE             PIC 9(08).
           05  UHELD-HOLD-SEQ              PIC 9(09).
           05  UHELD-FEED-ID               PIC X(08).
           05  UHELD-FEED-BUS-DATE         PIC 9(08).
           05  UHELD-KEY                   PIC X(10).
           05  UHELD-AMOUNT                PIC S9(9)V99 COMP-3.
           05  UHELD-EFF-DATE              PIC 9(08).
           05  UHELD-TYPE-CODE             PIC X(02).
           05  UHELD-RULE                  PIC X(01).
               88  UHELD-RULE-CEILING          VALUE 'T'.
               88  UHELD-RULE-COUNT            VALUE 'C'.
               88  UHELD-RULE-NET              VALUE 'N'.
           05  FILLER                      PIC X(20).
