      *****************************************************
      *  URVACREC - PER-ACCOUNT REVIEW ACCUMULATOR.  A    *
      *  KSDS (PROD.UUUUUUUU.REVWACCT) DEFINED AND PRIMED *
      *  ONCE BY USETUPJB, KEYED ON THE TRANSACTION KEY,  *
      *  HOLDING THE COUNT AND NET AMOUNT OF THE          *
      *  ACCOUNT'S DETAILS THAT HAVE PASSED REVIEW IN     *
      *  THE RUN NAMED BY URVAC-RUN-DATE.  A RECORD LEFT  *
      *  FROM AN EARLIER RUN DATE COUNTS AS EMPTY AND IS  *
      *  OVERWRITTEN BY THE ACCOUNT'S FIRST DETAIL        *
      *  TONIGHT, SO THE FILE NEVER NEEDS CLEARING.       *
      *  URVAC-LAST-SEQ IS THE POSTING SEQUENCE OF THE    *
      *  LAST DETAIL ACCUMULATED, SO A RESTARTED RUN      *
      *  RECOGNIZES ITS REPLAY SPAN AND DOES NOT COUNT    *
      *  THE SAME DETAIL TWICE.  THE NET IS SIGNED.       *
      *****************************************************
       01  URVAC-RECORD.
           05  URVAC-KEY                   PIC X(10).
           05  URVAC-RUN-DATE              PIC 9(08).
           05  URVAC-COUNT                 PIC 9(07).
           05  URVAC-NET                   PIC S9(11)V99 COMP-3.
           05  URVAC-LAST-SEQ              PIC 9(09).
           05  FILLER                      PIC X(09).
