      *****************************************************
      *  UREVWREC - REVIEW RULES CARD LAYOUT.  PROD.      *
      *  UUUUUUUU.REVWRULE IS KEYED BY THE RISK DESK AND  *
      *  LOADED WHOLE BY THE DAILY RUN AT START-UP.  A    *
      *  DETAIL THAT BREAKS ANY RULE IS HELD FOR REVIEW   *
      *  INSTEAD OF POSTED:                               *
      *    'C' - ONE CARD PER TYPE CODE THAT HAS A        *
      *          SINGLE-TRANSACTION AMOUNT CEILING.  THE  *
      *          CEILING IS COMPARED WITH THE AMOUNT'S    *
      *          ABSOLUTE VALUE (ADJUSTMENTS CARRY THEIR  *
      *          OWN SIGN).  A TYPE WITH NO CARD HAS NO   *
      *          CEILING.                                 *
      *    'L' - AT MOST ONE CARD: THE MAXIMUM NUMBER OF  *
      *          TRANSACTIONS PER ACCOUNT PER RUN, AND    *
      *          THE MAXIMUM NET AMOUNT (BY THE TYPE      *
      *          TABLE'S SIGN RULES, EITHER DIRECTION)    *
      *          PER ACCOUNT PER RUN.                     *
      *  ZERO IN ANY LIMIT DISABLES THAT RULE, AND AN     *
      *  EMPTY FILE DISABLES REVIEW ALTOGETHER.  A CARD   *
      *  THE RUN CANNOT READ STOPS THE RUN - A SILENTLY   *
      *  DROPPED CEILING WOULD WAVE THE VERY ITEMS IT WAS *
      *  WRITTEN FOR STRAIGHT THROUGH TO THE MASTER.      *
      *****************************************************
       01  UREVW-RECORD.
           05  UREVW-REC-TYPE              PIC X(01).
               88  UREVW-TYPE-CEILING          VALUE 'C'.
               88  UREVW-TYPE-LIMITS           VALUE 'L'.
           05  UREVW-CEILING-DATA.
               10  UREVW-TYPE-CODE         PIC X(02).
               10  UREVW-CEILING-AMOUNT    PIC 9(09)V99.
               10  FILLER                  PIC X(66).
           05  UREVW-LIMITS-DATA REDEFINES UREVW-CEILING-DATA.
               10  UREVW-MAX-ACCT-COUNT    PIC 9(05).
               10  UREVW-MAX-ACCT-NET      PIC 9(11)V99.
               10  FILLER                  PIC X(61).
