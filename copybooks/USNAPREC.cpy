      *****************************************************
      *  USNAPREC - PERIOD-END BALANCE SNAPSHOT RECORD.   *
      *  ONE RECORD PER ACCOUNT ON THE MASTER AT A        *
      *  PERIOD CLOSE, WRITTEN BY UPERCLS IN PERIOD AND   *
      *  ACCOUNT KEY ORDER TO A NEW GENERATION OF         *
      *  PROD.UUUUUUUU.PERSNAP.  THE BALANCE IS THE       *
      *  MASTER BALANCE AS IT STOOD AT THE PERIOD CUTOFF  *
      *  (ROWS POSTED SINCE ARE BACKED OUT), AND THE      *
      *  NEXT CLOSE PROVES ITS MOVEMENT FROM THIS         *
      *  GENERATION'S TOTAL.                              *
      *****************************************************
       01  USNAP-RECORD.
           05  USNAP-PERIOD                PIC 9(06).
           05  USNAP-KEY                   PIC X(10).
           05  USNAP-CUTOFF-DATE           PIC 9(08).
           05  USNAP-BALANCE               PIC S9(11)V99 COMP-3.
           05  USNAP-ACCT-STATUS           PIC X(01).
           05  FILLER                      PIC X(08).
