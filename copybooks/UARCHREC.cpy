      *****************************************************
      *  UARCHREC - ARCHIVED ACCOUNT LAYOUT.  ONE RECORD  *
      *  PER ACCOUNT UACCTARC MOVED OUT OF THE ACCOUNT    *
      *  MASTER: THE MASTER RECORD EXACTLY AS IT STOOD    *
      *  (FIELD FOR FIELD THE UACCTREC LAYOUT - THE TWO   *
      *  MUST BE CHANGED TOGETHER) FOLLOWED BY THE DATE   *
      *  IT WAS ARCHIVED AND HOW LONG IT HAD BEEN IDLE.   *
      *  THE SAME LAYOUT IS USED FOR EACH RUN'S DATED     *
      *  ARCHIVE GENERATION (ACCTARC.G(+1)) AND FOR THE   *
      *  ARCHIVE INDEX KSDS (PROD.UUUUUUUU.ACCTARCX,      *
      *  KEYED ON THE ACCOUNT KEY IN THE FIRST 10 BYTES)  *
      *  THAT THE DAILY RUN READS TO RESTORE AN ACCOUNT   *
      *  WHEN ACTIVITY ARRIVES FOR IT AGAIN, AND THAT     *
      *  UACCTVFY READS TO KNOW AN ACCOUNT WITH HISTORY   *
      *  BUT NO MASTER RECORD WAS ARCHIVED, NOT LOST.     *
      *****************************************************
       01  UARCH-RECORD.
           05  UARCH-ACCOUNT-IMAGE.
               10  UARCH-KEY               PIC X(10).
               10  UARCH-CURRENT-BALANCE   PIC S9(9)V99 COMP-3.
               10  UARCH-PURCHASE-TOTAL    PIC S9(9)V99 COMP-3.
               10  UARCH-LAST-ACTIVITY-DATE
                                           PIC 9(08).
               10  UARCH-TRAN-COUNT        PIC 9(09).
               10  UARCH-PU-COUNT          PIC 9(07).
               10  UARCH-PY-COUNT          PIC 9(07).
               10  UARCH-RF-COUNT          PIC 9(07).
               10  UARCH-AJ-COUNT          PIC 9(07).
               10  UARCH-LAST-POSTED-DATE  PIC 9(08).
               10  UARCH-LAST-POSTED-SEQ   PIC 9(09).
               10  UARCH-STATUS            PIC X(01).
               10  UARCH-STATUS-DATE       PIC 9(08).
               10  UARCH-STATUS-REASON     PIC X(04).
               10  FILLER                  PIC X(07).
           05  UARCH-ARCHIVE-DATE          PIC 9(08).
           05  UARCH-IDLE-DAYS             PIC 9(05).
           05  FILLER                      PIC X(03).
