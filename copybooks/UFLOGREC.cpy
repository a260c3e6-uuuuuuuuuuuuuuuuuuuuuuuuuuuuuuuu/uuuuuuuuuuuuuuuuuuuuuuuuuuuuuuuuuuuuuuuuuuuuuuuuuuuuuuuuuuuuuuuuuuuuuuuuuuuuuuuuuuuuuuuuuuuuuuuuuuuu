      *****************************************************
      *  UFLOGREC - PROCESSED-FEED LOG RECORD LAYOUT.     *
      *  ONE RECORD PER UPSTREAM FEED EVERY COMPLETED     *
      *  DAILY RUN TOOK, APPENDED AT END OF RUN AND KEPT  *
      *  FOR GOOD.  THE DAILY RUN LOADS IT AT START-UP    *
      *  AND REFUSES ANY FEED WHOSE ID AND BUSINESS DATE  *
      *  ARE ALREADY ON IT; UFEEDCHK READS IT AFTER THE   *
      *  RUN TO FIND REGISTERED FEEDS THAT NEVER ARRIVED  *
      *  AND FEEDS THAT ARRIVED AFTER THEIR BUSINESS DAY. *
      *  THE RECYCLE POOL, HEADERLESS FEEDS AND REFUSED   *
      *  FEEDS ARE NEVER LOGGED.  THE VERDICT IS THE      *
      *  FEED'S TRAILER RECONCILIATION RESULT: 'B'        *
      *  BALANCED, 'N' NO TRAILER, 'O' OUT OF BALANCE.    *
      *****************************************************
       01  UFLOG-RECORD.
           05  UFLOG-FEED-ID               PIC X(08).
           05  UFLOG-BUS-DATE              PIC 9(08).
           05  UFLOG-RUN-DATE              PIC 9(08).
           05  UFLOG-GROSS-COUNT           PIC 9(09).
           05  UFLOG-PROCESSED             PIC 9(09).
           05  UFLOG-REJECTED              PIC 9(09).
           05  UFLOG-SUSPENDED             PIC 9(09).
           05  UFLOG-GROSS-AMOUNT          PIC S9(11)V99 COMP-3.
           05  UFLOG-VERDICT               PIC X(01).
           05  FILLER                      PIC X(12).
