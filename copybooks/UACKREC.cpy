      *    'D' - ONE DISPOSITION PER DETAIL TRANSACTION:  *
      *          PROCESSED, REJECTED (WITH THE EDIT       *
      *          FAILURE REASON), SUSPENDED, DUPLICATE,   *
      *          SKIPPED BY THE RUN-MODE DATE FILTER, OR  *
      *          REFUSED WITH ITS WHOLE FEED BECAUSE THAT *
      *          FEED WAS ALREADY PROCESSED FOR ITS       *
      *          BUSINESS DATE, SO THE TRAILER ALWAYS     *
      *          ACCOUNTS FOR THE WHOLE FEED EVEN ON      *
      *          INCREMENTAL NIGHTS.  REFUSED DETAILS ARE *
      *          COUNTED AS SKIPPED ON THE TRAILER.       *
      *          A DETAIL HELD FOR THE RISK DESK'S REVIEW *
      *          IS ACKNOWLEDGED HELD, NOT PROCESSED; IF  *
      *          THE DESK LATER DECLINES IT, UHELDREL     *
      *          RETURNS IT AS DECLINED IN A SECTION OF   *
      *          ITS OWN UNDER THE ORIGINAL FEED ID AND   *
      *          BUSINESS DATE.  IF THE DESK RELEASES IT, *
      *          THE NIGHT THAT TAKES THE RELEASE RETURNS *
      *          ITS OUTCOME (PROCESSED, REJECTED,        *
      *          DUPLICATE, OR SUSPENDED) THE SAME WAY.   *
      *          THE AMOUNT IS CARRIED IN DISPLAY FORM    *
      *          WITH A SEPARATE LEADING SIGN SO THE      *
      *          REGIONS CAN READ IT WITHOUT UNPACKING.   *
      *    'T' - THE ACCEPTED/REJECTED/SUSPENDED/SKIPPED/ *
      *          HELD/DECLINED COUNTS THE REGION MUST     *
      *          CONFIRM BACK.                            *
      *  RECYCLED RE-PRESENTATIONS BELONG TO NO UPSTREAM  *
      *  FEED AND ARE NEVER ACKNOWLEDGED HERE.            *
      *****************************************************
                   88  UACK-DISP-SUSPENDED        VALUE 'SU'.
                   88  UACK-DISP-DUPLICATE        VALUE 'DP'.
                   88  UACK-DISP-SKIPPED          VALUE 'SK'.
                   88  UACK-DISP-FEED-REFUSED     VALUE 'FR'.
                   88  UACK-DISP-HELD             VALUE 'HD'.
                   88  UACK-DISP-DECLINED         VALUE 'DC'.
               10  UACK-DTL-REASON            PIC X(30).
               10  FILLER                     PIC X(01).
           05  UACK-TRAILER-DATA REDEFINES UACK-HEADER-DATA.
               10  UACK-TRLR-REJECTED         PIC 9(09).
               10  UACK-TRLR-SUSPENDED        PIC 9(09).
               10  UACK-TRLR-SKIPPED          PIC 9(09).
               10  UACK-TRLR-HELD             PIC 9(09).
               10  UACK-TRLR-DECLINED         PIC 9(09).
               10  FILLER                     PIC X(09).
