      *  GOOD RUN, AND RE-MATCHED FROM SUSPIN AT THE END  *
      *  OF THE NEXT RUN.  USUSP-SUSPENSE-DATE IS THE     *
      *  DATE THE REFUND FIRST WENT TO SUSPENSE AND       *
      *  DRIVES THE ESCALATION AGING.  USUSP-TYPE-CODE    *
      *  IS THE REFUND'S OWN TYPE CODE SO THE REMATCH     *
      *  POSTS IT UNDER THE SAME TABLE RULES; SPACES ON   *
      *  ENTRIES CARRIED FROM BEFORE IT WAS KEPT MEAN     *
      *  'RF'.                                            *
      *****************************************************
       01  USUSP-RECORD.
           05  USUSP-SUSPENSE-DATE         PIC 9(08).
           05  USUSP-AMOUNT                PIC S9(9)V99 COMP-3.
           05  USUSP-EFF-DATE              PIC 9(08).
           05  USUSP-FEED-ID               PIC X(08).
           05  USUSP-TYPE-CODE             PIC X(02).
           05  FILLER                      PIC X(08).
