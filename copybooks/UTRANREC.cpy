      *  REJECTED RECORDS IT RE-PRESENTS AHEAD OF THE     *
      *  NEXT FEED, SO A NUMERIC NONZERO RECYCLE COUNT    *
      *  MARKS A RECORD ON ITS SECOND OR LATER TRIP       *
      *  THROUGH THE EDITS.  THE HELD-FEED FIELDS ARE     *
      *  SPACES EXCEPT ON A HELD ITEM UHELDREL RELEASED,  *
      *  WHERE THEY NAME THE FEED AND BUSINESS DATE THE   *
      *  ITEM FIRST ARRIVED UNDER, SO THE DAILY RUN CAN   *
      *  RETURN ITS FINAL DISPOSITION TO THAT REGION.     *
      *****************************************************
       01  UTRAN-RECORD.
           05  UTRAN-REC-TYPE              PIC X(01).
               10  UTRAN-TYPE-CODE             PIC X(02).
               10  UTRAN-RECYCLE-COUNT         PIC 9(03).
               10  UTRAN-ORIG-REJECT-DATE      PIC 9(08).
               10  UTRAN-HELD-FEED-ID          PIC X(08).
               10  UTRAN-HELD-BUS-DATE         PIC 9(08).
               10  FILLER                      PIC X(24).
           05  UTRAN-TRAILER-DATA REDEFINES UTRAN-DETAIL-DATA.
               10  UTRAN-TRLR-REC-COUNT        PIC 9(09).
               10  UTRAN-TRLR-AMOUNT-TOTAL     PIC S9(9)V99 COMP-3.
