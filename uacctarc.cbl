       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCTARC.

      *****************************************************
      *  DORMANT ACCOUNT ARCHIVAL.  THE ACCOUNT MASTER    *
      *  ONLY GROWS - EVERY KEY EVER POSTED KEEPS ITS     *
      *  RECORD - SO THIS PROGRAM MOVES OUT THE ACCOUNTS  *
      *  THAT HAVE NOTHING LEFT TO SAY: A ZERO BALANCE    *
      *  AND NO ACTIVITY FOR MORE THAN THE PARM           *
      *  THRESHOLD IN DAYS (AGED THE SAME WAY AS          *
      *  UACCTRPT'S DORMANT SECTION).  EACH ACCOUNT MOVED *
      *  IS WRITTEN, UNCHANGED, TO THE RUN'S DATED        *
      *  ARCHIVE GENERATION AND TO THE ARCHIVE INDEX KSDS *
      *  (UARCHREC), THEN DELETED FROM THE MASTER.  THE   *
      *  DAILY RUN RESTORES AN ARCHIVED ACCOUNT FROM THE  *
      *  INDEX, COUNTS INTACT, WHEN ACTIVITY ARRIVES FOR  *
      *  IT AGAIN.  AN ACCOUNT WHOSE LAST-ACTIVITY DATE   *
      *  IS NOT A REAL CALENDAR DATE CANNOT BE AGED AND   *
      *  IS NEVER ARCHIVED.  THE REGISTER LISTS EVERY     *
      *  ACCOUNT MOVED AND CLOSES WITH A PROOF THAT THE   *
      *  MASTER BEFORE THE RUN EQUALS THE MASTER AFTER IT *
      *  PLUS THE ARCHIVE, IN COUNT AND IN BALANCE - THE  *
      *  AFTER FIGURES COME FROM A SEPARATE RE-SWEEP, NOT *
      *  FROM ARITHMETIC ON THE FIRST.  RC 16 WHEN THE    *
      *  PROOF FAILS.  RUN FROM UACARJOB, OUTSIDE THE     *
      *  NIGHTLY WINDOW.                                  *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCTRL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCTRL-FILE-STATUS.

           SELECT UACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

      *    THE RUN'S DATED ARCHIVE - ONE GENERATION PER RUN.
           SELECT UARCH-OUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UARCH-OUT-FILE-STATUS.

      *    THE ARCHIVE INDEX - EVERY ARCHIVED ACCOUNT NOT YET
      *    RESTORED, KEYED FOR THE DAILY RUN'S LOOKUP.
           SELECT UARCH-FILE ASSIGN TO ARCHIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UARCH-KEY
               FILE STATUS IS WS-UARCH-FILE-STATUS.

           SELECT UARCR-FILE ASSIGN TO ARCHREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UARCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UCTRLREC.

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  UARCH-OUT-FILE
           RECORDING MODE IS F.
       01  UARCH-OUT-RECORD                PIC X(120).

       FD  UARCH-FILE.
       COPY UARCHREC.

       FD  UARCR-FILE
           RECORDING MODE IS F.
       01  UARCR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCR-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE              VALUE 'Y'.
           05  WS-PROOF-SWITCH             PIC X(01) VALUE 'Y'.
               88  WS-PROOF-IN-BALANCE         VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-ARCHIVE-DAYS             PIC 9(03) VALUE 365.

       01  WS-AGE-FIELDS.
           05  WS-RUN-DATE-INTEGER         PIC S9(09) COMP VALUE ZERO.
           05  WS-ACTIVITY-INTEGER         PIC S9(09) COMP VALUE ZERO.
           05  WS-DORMANT-AGE-DAYS         PIC S9(05) COMP VALUE ZERO.

       01  WS-ARCHIVE-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-ARCHIVED        PIC 9(09) VALUE ZERO.
           05  WS-KEPT-BALANCE             PIC 9(09) VALUE ZERO.
           05  WS-KEPT-ACTIVE              PIC 9(09) VALUE ZERO.
           05  WS-KEPT-NOT-AGEABLE         PIC 9(09) VALUE ZERO.
           05  WS-INDEX-REPLACED           PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-AFTER           PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-PROVED          PIC 9(09) VALUE ZERO.
      *    TWO DIGITS OF HEADROOM OVER A SINGLE ACCOUNT BALANCE SO
      *    THE FILE-LEVEL TOTALS CANNOT SILENTLY TRUNCATE.
           05  WS-BALANCE-BEFORE           PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-BALANCE-ARCHIVED         PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-BALANCE-AFTER            PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-BALANCE-PROVED           PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-ARC-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UACCTARC - DORMANT ACCOUNT ARCHIVE'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-ARC-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-ARC-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
               10  WS-ARC-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(35)
                       VALUE 'ZERO BALANCE, NO ACTIVITY FOR MORE '.
               10  FILLER                  PIC X(05) VALUE 'THAN '.
               10  WS-ARC-THRESHOLD        PIC ZZ9.
               10  FILLER                  PIC X(05) VALUE ' DAYS'.
               10  FILLER                  PIC X(61) VALUE SPACES.
           05  WS-ARC-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(18) VALUE 'BALANCE'.
               10  FILLER                  PIC X(18) VALUE 'PURCHASES'.
               10  FILLER                  PIC X(11) VALUE 'TRAN COUNT'.
               10  FILLER                  PIC X(10) VALUE 'LAST ACT'.
               10  FILLER                  PIC X(07) VALUE 'DAYS'.
               10  FILLER                  PIC X(07) VALUE 'STATUS'.
               10  FILLER                  PIC X(48) VALUE SPACES.
           05  WS-ARC-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-ARC-KEY              PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ARC-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-ARC-PURCHASES        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-ARC-TRAN-COUNT       PIC ZZZZZZZZ9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ARC-LAST-ACTIVITY    PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ARC-AGE              PIC ZZZZ9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ARC-STATUS           PIC X(01).
               10  FILLER                  PIC X(54) VALUE SPACES.
           05  WS-ARC-BLANK-LINE           PIC X(132) VALUE SPACES.
           05  WS-ARC-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-ARC-COUNT-LABEL      PIC X(30).
               10  WS-ARC-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.
           05  WS-ARC-AMOUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-ARC-AMOUNT-LABEL     PIC X(30).
               10  WS-ARC-AMOUNT-VALUE
                       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(79) VALUE SPACES.
           05  WS-ARC-PROOF-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(30)
                       VALUE 'ARCHIVE BALANCE PROOF.........'.
               10  WS-ARC-PROOF-RESULT     PIC X(20).
               10  FILLER                  PIC X(81) VALUE SPACES.
           05  WS-ARC-SIGNOFF-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'APPROVED BY: ______________________'.
               10  FILLER                  PIC X(18)
                       VALUE 'DATE: ____________'.
               10  FILLER                  PIC X(69) VALUE SPACES.

       LINKAGE SECTION.
      *    THE JCL EXEC PARM= TEXT ARRIVES AS A HALFWORD BINARY
      *    LENGTH FOLLOWED BY THE PARM TEXT, AS FOR UACCTRPT.  THE
      *    TEXT IS THE ARCHIVE THRESHOLD IN DAYS, DDD; AN EMPTY
      *    PARM TAKES THE DEFAULT.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-ARCHIVE-DAYS             PIC X(03).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-ARCHIVE-SWEEP
           PERFORM 4000-PROVE-ARCHIVE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
      *    AS IN UACCTRPT, A PARM OF THE WRONG SHAPE IS REFUSED
      *    RATHER THAN IGNORED - AND HERE A THRESHOLD OF ZERO IS
      *    REFUSED TOO, SINCE IT WOULD SWEEP OUT EVERY ZERO-BALANCE
      *    ACCOUNT THAT HAS NOT POSTED TODAY.
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN = 3 AND LS-ARCHIVE-DAYS(1:3) NUMERIC
                       AND LS-ARCHIVE-DAYS(1:3) NOT = '000'
                   MOVE LS-ARCHIVE-DAYS(1:3) TO WS-ARCHIVE-DAYS
               ELSE
                   DISPLAY 'UACCTARC *** PARM MUST BE THE ARCHIVE '
                           'THRESHOLD IN DAYS, DDD, NOT ZERO ***'
                   PERFORM 9950-ABEND-WRAPUP
               END-IF
           END-IF
           PERFORM 1050-READ-CONTROL-FILE
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INTEGER
           OPEN I-O UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UARCH-OUT-FILE
           IF WS-UARCH-OUT-FILE-STATUS NOT = '00'
               MOVE 'ARCHOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-OUT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN I-O UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ARCHIDX ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UARCR-FILE
           IF WS-UARCR-FILE-STATUS NOT = '00'
               MOVE 'ARCHREG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 8000-PRINT-PAGE-HEADING.

       1050-READ-CONTROL-FILE.
           OPEN INPUT UCTRL-FILE
           IF WS-UCTRL-FILE-STATUS NOT = '00'
               MOVE 'CTLCARD ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCTRL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           READ UCTRL-FILE
               AT END
                   DISPLAY 'UACCTARC WARNING: CONTROL FILE EMPTY, '
                           'USING DEFAULTS'
               NOT AT END
                   MOVE UCTL-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE UCTRL-FILE
      *    DORMANCY AGING NEEDS A REAL CALENDAR DATE TO AGE FROM -
      *    FALL BACK TO THE SYSTEM DATE AS THE COMPANION PROGRAMS DO.
           IF WS-RUN-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      *    THE ALL-NINES KEY IS THE PERMANENT PRIMING RECORD
      *    USETUPJB LOADS, NOT A BUSINESS ACCOUNT - IT IS NEVER
      *    ARCHIVED (AN EMPTIED KSDS COULD NOT BE OPENED AGAIN) AND
      *    TAKES NO PART IN THE PROOF.
       2000-READ-MASTER.
           PERFORM 2010-READ-MASTER-NEXT
           PERFORM 2010-READ-MASTER-NEXT
               UNTIL WS-END-OF-FILE
                   OR UACCT-KEY NOT = '9999999999'.

       2010-READ-MASTER-NEXT.
           READ UACCT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-UACCT-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  3000 - ONE SWEEP OF THE MASTER IN KEY ORDER.     *
      *  EVERY ACCOUNT READ GOES INTO THE BEFORE TOTALS;  *
      *  EACH ONE THAT QUALIFIES IS ARCHIVED AND DELETED  *
      *  IN PLACE, AND EVERY ONE KEPT IS COUNTED UNDER    *
      *  THE REASON IT WAS KEPT.                          *
      *****************************************************
       3000-ARCHIVE-SWEEP.
           PERFORM 2000-READ-MASTER
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-ACCOUNTS-READ
               ADD UACCT-CURRENT-BALANCE TO WS-BALANCE-BEFORE
               PERFORM 5100-AGE-ACCOUNT
               EVALUATE TRUE
                   WHEN UACCT-CURRENT-BALANCE NOT = ZERO
                       ADD 1 TO WS-KEPT-BALANCE
                   WHEN WS-ACTIVITY-INTEGER = ZERO
                       ADD 1 TO WS-KEPT-NOT-AGEABLE
                   WHEN WS-DORMANT-AGE-DAYS > WS-ARCHIVE-DAYS
                       PERFORM 3100-ARCHIVE-ACCOUNT
                   WHEN OTHER
                       ADD 1 TO WS-KEPT-ACTIVE
               END-EVALUATE
               PERFORM 2000-READ-MASTER
           END-PERFORM
           CLOSE UACCT-FILE
           CLOSE UARCH-OUT-FILE
           CLOSE UARCH-FILE.

      *****************************************************
      *  3100 - THE ARCHIVE COPIES ARE WRITTEN BEFORE THE *
      *  MASTER RECORD IS DELETED, SO AN ABEND CAN LEAVE  *
      *  AN ACCOUNT IN BOTH PLACES BUT NEVER IN NEITHER.  *
      *  A RERUN FINDS IT ON THE MASTER AGAIN AND         *
      *  REPLACES ITS INDEX ENTRY; THE DAILY RUN ALWAYS   *
      *  PREFERS THE MASTER RECORD WHILE ONE EXISTS.      *
      *****************************************************
       3100-ARCHIVE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-ARCHIVED
           ADD UACCT-CURRENT-BALANCE TO WS-BALANCE-ARCHIVED
           MOVE SPACES TO UARCH-RECORD
           MOVE UACCT-RECORD TO UARCH-ACCOUNT-IMAGE
           MOVE WS-RUN-DATE TO UARCH-ARCHIVE-DATE
           MOVE WS-DORMANT-AGE-DAYS TO UARCH-IDLE-DAYS
           WRITE UARCH-OUT-RECORD FROM UARCH-RECORD
           IF WS-UARCH-OUT-FILE-STATUS NOT = '00'
               MOVE 'ARCHOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-OUT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           WRITE UARCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-INDEX-REPLACED
                   REWRITE UARCH-RECORD
           END-WRITE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ARCHIDX ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           DELETE UACCT-FILE RECORD
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           PERFORM 3200-PRINT-ARCHIVE-LINE.

       3200-PRINT-ARCHIVE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE UARCH-KEY TO WS-ARC-KEY
           MOVE UARCH-CURRENT-BALANCE TO WS-ARC-BALANCE
           MOVE UARCH-PURCHASE-TOTAL TO WS-ARC-PURCHASES
           MOVE UARCH-TRAN-COUNT TO WS-ARC-TRAN-COUNT
           MOVE UARCH-LAST-ACTIVITY-DATE TO WS-ARC-LAST-ACTIVITY
           MOVE UARCH-IDLE-DAYS TO WS-ARC-AGE
           MOVE UARCH-STATUS TO WS-ARC-STATUS
           WRITE UARCR-LINE FROM WS-ARC-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************
      *  4000 - BALANCE PROOF.  THE MASTER IS SWEPT AGAIN *
      *  FROM THE TOP AND COUNTED AFRESH; WHAT IS LEFT    *
      *  PLUS WHAT WAS ARCHIVED MUST EQUAL WHAT WAS THERE *
      *  BEFORE, ACCOUNT FOR ACCOUNT AND CENT FOR CENT.   *
      *****************************************************
       4000-PROVE-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 2000-READ-MASTER
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-ACCOUNTS-AFTER
               ADD UACCT-CURRENT-BALANCE TO WS-BALANCE-AFTER
               PERFORM 2000-READ-MASTER
           END-PERFORM
           CLOSE UACCT-FILE
           COMPUTE WS-ACCOUNTS-PROVED =
               WS-ACCOUNTS-AFTER + WS-ACCOUNTS-ARCHIVED
           COMPUTE WS-BALANCE-PROVED =
               WS-BALANCE-AFTER + WS-BALANCE-ARCHIVED
           IF WS-ACCOUNTS-PROVED NOT = WS-ACCOUNTS-READ
                   OR WS-BALANCE-PROVED NOT = WS-BALANCE-BEFORE
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

       5100-AGE-ACCOUNT.
           IF UACCT-LAST-ACTIVITY-DATE NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (UACCT-LAST-ACTIVITY-DATE) = 0
               MOVE FUNCTION INTEGER-OF-DATE(UACCT-LAST-ACTIVITY-DATE)
                   TO WS-ACTIVITY-INTEGER
               COMPUTE WS-DORMANT-AGE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-ACTIVITY-INTEGER
           ELSE
               MOVE ZERO TO WS-ACTIVITY-INTEGER
               MOVE ZERO TO WS-DORMANT-AGE-DAYS
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-ARC-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-ARC-RUN-DATE
           MOVE WS-ARCHIVE-DAYS TO WS-ARC-THRESHOLD
           IF WS-PAGE-COUNT = 1
               WRITE UARCR-LINE FROM WS-ARC-HEADING-1
           ELSE
               WRITE UARCR-LINE FROM WS-ARC-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE UARCR-LINE FROM WS-ARC-HEADING-2
           WRITE UARCR-LINE FROM WS-ARC-BLANK-LINE
           WRITE UARCR-LINE FROM WS-ARC-COLUMN-HEADING
           WRITE UARCR-LINE FROM WS-ARC-BLANK-LINE
           MOVE 5 TO WS-LINE-COUNT.

       9000-TERMINATE.
           WRITE UARCR-LINE FROM WS-ARC-BLANK-LINE
           MOVE 'ACCOUNTS ON MASTER BEFORE.....'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           MOVE 'ACCOUNTS ARCHIVED.............'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-ACCOUNTS-ARCHIVED TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           MOVE '  REPLACING AN INDEX ENTRY....'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-INDEX-REPLACED TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           MOVE 'KEPT - BALANCE NOT ZERO.......'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-KEPT-BALANCE TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           MOVE 'KEPT - ACTIVE WITHIN THRESHOLD'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-KEPT-ACTIVE TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           MOVE 'KEPT - ACTIVITY DATE UNAGEABLE'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-KEPT-NOT-AGEABLE TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           MOVE 'ACCOUNTS ON MASTER AFTER......'
               TO WS-ARC-COUNT-LABEL
           MOVE WS-ACCOUNTS-AFTER TO WS-ARC-COUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-COUNT-LINE
           WRITE UARCR-LINE FROM WS-ARC-BLANK-LINE
           MOVE 'MASTER BALANCE BEFORE.........'
               TO WS-ARC-AMOUNT-LABEL
           MOVE WS-BALANCE-BEFORE TO WS-ARC-AMOUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-AMOUNT-LINE
           MOVE 'BALANCE ARCHIVED..............'
               TO WS-ARC-AMOUNT-LABEL
           MOVE WS-BALANCE-ARCHIVED TO WS-ARC-AMOUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-AMOUNT-LINE
           MOVE 'MASTER BALANCE AFTER..........'
               TO WS-ARC-AMOUNT-LABEL
           MOVE WS-BALANCE-AFTER TO WS-ARC-AMOUNT-VALUE
           WRITE UARCR-LINE FROM WS-ARC-AMOUNT-LINE
           IF WS-PROOF-IN-BALANCE
               MOVE 'IN BALANCE' TO WS-ARC-PROOF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-ARC-PROOF-RESULT
           END-IF
           WRITE UARCR-LINE FROM WS-ARC-PROOF-LINE
           WRITE UARCR-LINE FROM WS-ARC-BLANK-LINE
           WRITE UARCR-LINE FROM WS-ARC-SIGNOFF-LINE
           CLOSE UARCR-FILE
           DISPLAY 'UACCTARC RUN SUMMARY'
           DISPLAY '  ARCHIVE THRESHOLD..: ' WS-ARCHIVE-DAYS
           DISPLAY '  ACCOUNTS READ......: ' WS-ACCOUNTS-READ
           DISPLAY '  ACCOUNTS ARCHIVED..: ' WS-ACCOUNTS-ARCHIVED
           DISPLAY '  ACCOUNTS AFTER.....: ' WS-ACCOUNTS-AFTER
           IF NOT WS-PROOF-IN-BALANCE
               DISPLAY 'UACCTARC *** ARCHIVE BALANCE PROOF FAILED - '
                       'SEE ARCHIVE REGISTER ***'
               MOVE 16 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UACCTARC *** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           PERFORM 9950-ABEND-WRAPUP.

       9910-ABEND-FILE-IO.
           DISPLAY 'UACCTARC *** I-O FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           PERFORM 9950-ABEND-WRAPUP.

       9950-ABEND-WRAPUP.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
