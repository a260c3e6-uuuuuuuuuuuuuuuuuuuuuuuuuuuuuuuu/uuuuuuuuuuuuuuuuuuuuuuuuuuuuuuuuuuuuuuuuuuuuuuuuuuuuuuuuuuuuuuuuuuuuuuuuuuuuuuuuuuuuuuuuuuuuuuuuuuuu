      *****************************************************
      *  UTYPEREC - TRANSACTION TYPE CODE TABLE RECORD    *
      *  LAYOUT.  PROD.UUUUUUUU.TYPETBL IS WRITTEN ONLY   *
      *  BY UTYPEMNT (UTYMTJOB) FROM THE BUSINESS'S TYPE  *
      *  CARDS AND IS LOADED BY EVERY PROGRAM THAT EDITS, *
      *  POSTS, JOURNALS OR RECOMPUTES A TRANSACTION BY   *
      *  ITS TYPE CODE:                                   *
      *    'E' - ONE ENTRY PER TYPE CODE, ASCENDING.      *
      *    'C' - CONTROL RECORD, LAST ON THE FILE, WITH   *
      *          THE ENTRY COUNT AND A HASH TOTAL OF THE  *
      *          ENTRIES' RULE FIELDS (UTYPE-RULE-KEY).   *
      *  EACH LOADING PROGRAM RECOMPUTES BOTH AND STOPS   *
      *  IF EITHER DISAGREES, SO A TABLE CHANGED OUTSIDE  *
      *  UTYPEMNT NEVER DRIVES ONE PROGRAM DIFFERENTLY    *
      *  FROM THE REST.  THE HASH WEIGHTS EACH RULE-KEY   *
      *  CHARACTER'S POSITION IN UTYPT-HASH-ALPHABET      *
      *  (UTYPETBL) BY ITS COLUMN (1-10), AND EACH ENTRY  *
      *  BY ITS SEQUENCE ON THE FILE.                     *
      *  SIGN RULE - HOW THE AMOUNT MOVES THE BALANCE:    *
      *    '+' ADDED (ADJUSTMENTS CARRY THEIR OWN SIGN),  *
      *    '-' SUBTRACTED, 'R' REVERSAL - THE EXACT       *
      *    INVERSE OF WHATEVER REVERSIBLE TYPE THE        *
      *    ORIGINAL POSTED UNDER.                         *
      *  A 'Y' PURCHASE FLAG MOVES THE PURCHASE TOTAL THE *
      *  SAME WAY AS THE BALANCE; A SUBTRACTING TYPE THAT *
      *  HITS IT IS REFUND-LIKE AND MUST MATCH PRIOR      *
      *  PURCHASE ACTIVITY BEFORE IT POSTS.  THE GL       *
      *  DR/CR IS THE SIDE A POSITIVE AMOUNT IS JOURNALED *
      *  ON (SPACES FOR THE REVERSAL TYPE, WHICH BOOKS    *
      *  THE OPPOSITE OF THE ORIGINAL'S SIDE).  COUNT-AS  *
      *  NAMES THE MASTER COUNTER THE TYPE BUMPS ('PU',   *
      *  'PY', 'RF', 'AJ') OR SPACES FOR NONE BEYOND THE  *
      *  TRANSACTION COUNT.  AN INACTIVE TYPE IS REJECTED *
      *  BY THE DAILY EDIT BUT STAYS ON THE TABLE SO ITS  *
      *  HISTORY STILL RECOMPUTES AND REVERSES.           *
      *****************************************************
       01  UTYPE-RECORD.
           05  UTYPE-REC-TYPE              PIC X(01).
               88  UTYPE-TYPE-ENTRY            VALUE 'E'.
               88  UTYPE-TYPE-CONTROL          VALUE 'C'.
           05  UTYPE-ENTRY-DATA.
               10  UTYPE-RULE-KEY.
                   15  UTYPE-CODE          PIC X(02).
                   15  UTYPE-SIGN-RULE     PIC X(01).
                       88  UTYPE-SIGN-ADD      VALUE '+'.
                       88  UTYPE-SIGN-SUBTRACT VALUE '-'.
                       88  UTYPE-SIGN-REVERSE  VALUE 'R'.
                   15  UTYPE-PURCHASE-FLAG PIC X(01).
                       88  UTYPE-HITS-PURCHASE VALUE 'Y'.
                   15  UTYPE-REVERSE-FLAG  PIC X(01).
                       88  UTYPE-REVERSIBLE    VALUE 'Y'.
                   15  UTYPE-GL-DR-CR      PIC X(02).
                       88  UTYPE-GL-DEBIT      VALUE 'DR'.
                       88  UTYPE-GL-CREDIT     VALUE 'CR'.
                   15  UTYPE-STATUS        PIC X(01).
                       88  UTYPE-ACTIVE        VALUE 'A'.
                       88  UTYPE-INACTIVE      VALUE 'I'.
                   15  UTYPE-COUNT-AS      PIC X(02).
               10  UTYPE-HASH-VIEW REDEFINES UTYPE-RULE-KEY.
                   15  UTYPE-HASH-CHAR     PIC X(01)
                                               OCCURS 10 TIMES.
               10  UTYPE-DESCRIPTION       PIC X(30).
               10  FILLER                  PIC X(39).
           05  UTYPE-CONTROL-DATA REDEFINES UTYPE-ENTRY-DATA.
               10  UTYPE-CTL-ENTRY-COUNT   PIC 9(04).
               10  UTYPE-CTL-HASH-TOTAL    PIC 9(15).
               10  UTYPE-CTL-WRITE-DATE    PIC 9(08).
               10  FILLER                  PIC X(52).
