       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFINCHG.

      *****************************************************
      *  PERIOD-END FINANCE CHARGE AND LATE FEE           *
      *  ASSESSMENT.  RUN AT THE CUTOFF OF THE PERIOD     *
      *  NAMED IN THE JCL PARM (PARM='YYYYMM'), AFTER     *
      *  THAT PERIOD'S STATEMENTS.  MATCH-MERGES THE      *
      *  ACCOUNT MASTER WITH THE SORTED TRANSACTION       *
      *  HISTORY TO FIND EACH ACCOUNT'S BALANCE AT THE    *
      *  PRIOR CUTOFF, THE CREDITS THAT CAME IN WITHIN    *
      *  THE GRACE DAYS, AND WHETHER ANY PAYMENT POSTED   *
      *  IN THE PERIOD, THEN PRICES THE CHARGES FROM THE  *
      *  BUSINESS'S RATE TABLE (URATEREC).  THE CHARGES   *
      *  ARE NOT POSTED HERE - THEY ARE WRITTEN AS ONE    *
      *  'AJ' DETAIL PER ACCOUNT UNDER THEIR OWN FEED     *
      *  HEADER AND TRAILER FOR THE NEXT NIGHTLY RUN'S    *
      *  TRANIN, SO THEY TAKE THE NORMAL EDITS, DUPLICATE *
      *  CHECK, GL JOURNAL AND ACKNOWLEDGMENT.  PRINTS    *
      *  THE ASSESSMENT REGISTER WITH TOTALS BY CHARGE    *
      *  TYPE.  CLOSED AND FROZEN ACCOUNTS ARE LISTED BUT *
      *  NOT CHARGED (THE NIGHTLY RUN WOULD REJECT THEM). *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCTRL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCTRL-FILE-STATUS.

           SELECT UCAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCAL-FILE-STATUS.

           SELECT URATE-FILE ASSIGN TO RATETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URATE-FILE-STATUS.

           SELECT UTHST-FILE ASSIGN TO HISTSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTHST-FILE-STATUS.

           SELECT UACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

           SELECT UTRAN-FILE ASSIGN TO CHGFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTRAN-FILE-STATUS.

           SELECT UCREG-FILE ASSIGN TO CHGREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCREG-FILE-STATUS.

      *    TRANSACTION TYPE CODE TABLE - THE SAME RULES THE DAILY
      *    RUN POSTS UNDER, PROVED AGAINST ITS CONTROL RECORD.
           SELECT UTYPE-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UCTRLREC.

       FD  UCAL-FILE
           RECORDING MODE IS F.
       COPY UCALREC.

       FD  URATE-FILE
           RECORDING MODE IS F.
       COPY URATEREC.

       FD  UTHST-FILE
           RECORDING MODE IS F.
       COPY UTHSTREC.

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  UTRAN-FILE
           RECORDING MODE IS F.
       COPY UTRANREC.

       FD  UCREG-FILE
           RECORDING MODE IS F.
       01  UCREG-LINE                      PIC X(132).

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCAL-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-URATE-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTRAN-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCREG-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HIST-END-OF-FILE         VALUE 'Y'.
           05  WS-MAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-MAST-END-OF-FILE         VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-RATE-END-OF-FILE         VALUE 'Y'.
           05  WS-PERIOD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND             VALUE 'Y'.
           05  WS-PRIOR-PERIOD-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRIOR-PERIOD-FOUND       VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-CHG-PERIOD               PIC 9(06) VALUE ZERO.
           05  WS-CHG-PERIOD-PARTS REDEFINES WS-CHG-PERIOD.
               10  WS-CHG-YYYY             PIC 9(04).
               10  WS-CHG-MM               PIC 9(02).
           05  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
      *    THE ASSESSMENT WINDOW IS THE STATEMENT WINDOW: ROWS
      *    POSTED (BY RUN DATE) AFTER THE PRIOR PERIOD'S CUTOFF
      *    AND ON OR BEFORE THIS ONE'S.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           05  WS-MONTH-START              PIC 9(08) VALUE ZERO.
           05  WS-FC-GRACE-END             PIC 9(08) VALUE ZERO.
           05  WS-LF-GRACE-END             PIC 9(08) VALUE ZERO.
           05  WS-FEED-ID.
               10  FILLER                  PIC X(02) VALUE 'FC'.
               10  WS-FEED-ID-PERIOD       PIC 9(06) VALUE ZERO.

      *****************************************************
      *  THE RATES IN FORCE FOR THIS PERIOD - FOR EACH    *
      *  CHARGE TYPE, THE CARD WITH THE LATEST EFFECTIVE  *
      *  DATE NOT AFTER THE CUTOFF.  A TYPE WITH NO CARD  *
      *  IN FORCE IS SIMPLY NOT ASSESSED THIS PERIOD.     *
      *****************************************************
       01  WS-RATES-IN-FORCE.
           05  WS-RATE-CARDS-READ          PIC 9(05) VALUE ZERO.
           05  WS-FC-SWITCH                PIC X(01) VALUE 'N'.
               88  WS-FC-IN-FORCE              VALUE 'Y'.
           05  WS-FC-EFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-FC-RATE                  PIC 9(03)V9(04) VALUE ZERO.
           05  WS-FC-MIN-BALANCE           PIC 9(09)V99 VALUE ZERO.
           05  WS-FC-GRACE-DAYS            PIC 9(03) VALUE ZERO.
           05  WS-LF-SWITCH                PIC X(01) VALUE 'N'.
               88  WS-LF-IN-FORCE              VALUE 'Y'.
           05  WS-LF-EFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-LF-AMOUNT                PIC 9(07)V99 VALUE ZERO.
           05  WS-LF-MIN-BALANCE           PIC 9(09)V99 VALUE ZERO.
           05  WS-LF-GRACE-DAYS            PIC 9(03) VALUE ZERO.

      *****************************************************
      *  ONE ACCOUNT'S HISTORY, ROLLED UP WITH THE SAME   *
      *  TYPE CODE TABLE RULES THE DAILY RUN POSTS BY.    *
      *****************************************************
       01  WS-ACCOUNT-GROUP.
           05  WS-GROUP-KEY                PIC X(10) VALUE SPACES.
           05  WS-GROUP-ACTIVITY           PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-LATE-ACTIVITY      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-GRACE-CREDITS      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-PY-COUNT           PIC S9(09) COMP VALUE ZERO.
           05  WS-GROUP-CUTOFF-BALANCE     PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-PRIOR-BALANCE      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-PAST-GRACE         PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-FC-AMOUNT          PIC S9(09)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-LF-AMOUNT          PIC S9(09)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ROW-EFFECT               PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       COPY UTYPETBL.

       01  WS-ASSESSMENT-COUNTERS.
           05  WS-HIST-ROWS-READ           PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-CHARGED         PIC 9(09) VALUE ZERO.
           05  WS-CLOSED-NOT-CHARGED       PIC 9(09) VALUE ZERO.
           05  WS-FROZEN-NOT-CHARGED       PIC 9(09) VALUE ZERO.
           05  WS-FC-COUNT                 PIC 9(09) VALUE ZERO.
           05  WS-LF-COUNT                 PIC 9(09) VALUE ZERO.
           05  WS-FEED-DETAIL-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-FC-TOTAL                 PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-LF-TOTAL                 PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-FEED-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-CLOSED-TOTAL             PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-FROZEN-TOTAL             PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                   VALUE 'UFINCHG - FINANCE CHARGE ASSESSMENT REGISTER'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-HDG-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
               10  WS-HDG-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(11)
                       VALUE '   PERIOD: '.
               10  WS-HDG-PERIOD           PIC 9(06).
               10  FILLER                  PIC X(11)
                       VALUE '   WINDOW: '.
               10  WS-HDG-PRIOR-CUTOFF     PIC 9(08).
               10  FILLER                  PIC X(03) VALUE ' - '.
               10  WS-HDG-CUTOFF           PIC 9(08).
               10  FILLER                  PIC X(10)
                       VALUE '   FEED: '.
               10  WS-HDG-FEED-ID          PIC X(08).
               10  FILLER                  PIC X(48) VALUE SPACES.
           05  WS-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(08) VALUE 'STATUS'.
               10  FILLER                  PIC X(18)
                       VALUE '  PRIOR-CUTOFF BAL'.
               10  FILLER                  PIC X(18)
                       VALUE '     GRACE CREDITS'.
               10  FILLER                  PIC X(18)
                       VALUE '    PAST-GRACE BAL'.
               10  FILLER                  PIC X(13)
                       VALUE ' FIN CHARGE'.
               10  FILLER                  PIC X(13)
                       VALUE '   LATE FEE'.
               10  FILLER                  PIC X(31) VALUE 'NOTE'.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-DTL-KEY              PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DTL-STATUS           PIC X(06).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DTL-PRIOR-BALANCE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-DTL-GRACE-CREDITS    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-DTL-PAST-GRACE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DTL-FC-AMOUNT        PIC ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DTL-LF-AMOUNT        PIC ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DTL-NOTE             PIC X(20).
               10  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-RATE-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RATE-LABEL           PIC X(20).
               10  FILLER                  PIC X(05) VALUE 'EFF '.
               10  WS-RATE-EFF-DATE        PIC 9(08).
               10  FILLER                  PIC X(08) VALUE '  RATE '.
               10  WS-RATE-PERCENT         PIC ZZ9.9999.
               10  FILLER                  PIC X(09) VALUE '%  FLAT '.
               10  WS-RATE-FLAT            PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(11)
                       VALUE '  MIN BAL '.
               10  WS-RATE-MIN-BALANCE     PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(08) VALUE '  GRACE '.
               10  WS-RATE-GRACE           PIC ZZ9.
               10  FILLER                  PIC X(05) VALUE ' DAYS'.
               10  FILLER                  PIC X(20) VALUE SPACES.
           05  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
           05  WS-TEXT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-TEXT                 PIC X(80).
               10  FILLER                  PIC X(51) VALUE SPACES.
           05  WS-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-COUNT-LABEL          PIC X(30).
               10  WS-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.
           05  WS-AMOUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-AMOUNT-LABEL         PIC X(30).
               10  WS-AMOUNT-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(79) VALUE SPACES.
           05  WS-SIGNOFF-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'APPROVED BY: ______________________'.
               10  FILLER                  PIC X(18)
                       VALUE 'DATE: ____________'.
               10  FILLER                  PIC X(69) VALUE SPACES.

       LINKAGE SECTION.
      *    THE JCL EXEC PARM= TEXT ARRIVES AS A HALFWORD BINARY
      *    LENGTH FOLLOWED BY THE PARM TEXT, SAME AS THE OTHER
      *    PARM-DRIVEN PROGRAMS.  THE TEXT IS THE ACCOUNTING
      *    PERIOD BEING ASSESSED, YYYYMM.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PERIOD-TEXT              PIC X(06).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM 2100-READ-MASTER
           PERFORM UNTIL WS-HIST-END-OF-FILE
                   AND WS-MAST-END-OF-FILE
               PERFORM 3000-MATCH-NEXT-KEY
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN NOT = 6
                   OR LS-PERIOD-TEXT(1:6) NOT NUMERIC
               DISPLAY 'UFINCHG *** PARM MUST BE THE ASSESSMENT '
                       'PERIOD, YYYYMM ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-PERIOD-TEXT(1:6) TO WS-CHG-PERIOD
           IF WS-CHG-MM < 1 OR WS-CHG-MM > 12
               DISPLAY 'UFINCHG *** PERIOD ' WS-CHG-PERIOD
                       ' IS NOT A VALID YYYYMM ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHG-MM = 1
               COMPUTE WS-PRIOR-PERIOD = WS-CHG-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-CHG-PERIOD - 1
           END-IF
           MOVE WS-CHG-PERIOD TO WS-FEED-ID-PERIOD
           PERFORM 1050-READ-CONTROL-FILE
           PERFORM 1070-FIND-PERIOD-CUTOFFS
           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1040-LOAD-TYPE-TABLE
           OPEN INPUT UTHST-FILE
           IF WS-UTHST-FILE-STATUS NOT = '00'
               MOVE 'HISTSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-UTHST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UTRAN-FILE
           IF WS-UTRAN-FILE-STATUS NOT = '00'
               MOVE 'CHGFEED ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTRAN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UCREG-FILE
           IF WS-UCREG-FILE-STATUS NOT = '00'
               MOVE 'CHGREG  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1200-WRITE-FEED-HEADER
           PERFORM 8000-PRINT-PAGE-HEADING
           PERFORM 1300-PRINT-RATES-IN-FORCE.

      *****************************************************
      *  1040 - LOAD THE TRANSACTION TYPE CODE TABLE AND  *
      *  PROVE IT AGAINST ITS CONTROL RECORD THE SAME WAY *
      *  THE DAILY RUN DOES.  A TABLE THAT FAILS THE      *
      *  PROOF, OR HAS NO CONTROL RECORD, STOPS THE RUN - *
      *  ITS RULES COULD NOT BE TRUSTED TO BE THE ONES    *
      *  THE DAILY RUN POSTED UNDER.                      *
      *****************************************************
       1040-LOAD-TYPE-TABLE.
           OPEN INPUT UTYPE-FILE
           IF WS-UTYPE-FILE-STATUS NOT = '00'
               MOVE 'TYPETBL ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTYPE-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1045-LOAD-TYPE-RECORD
               UNTIL WS-UTYPE-FILE-STATUS NOT = '00'
           IF WS-UTYPE-FILE-STATUS NOT = '10'
               MOVE 'TYPETBL ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTYPE-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           CLOSE UTYPE-FILE
           IF NOT UTYPT-CTL-SEEN
               DISPLAY 'UFINCHG *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UFINCHG *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UFINCHG *** CONTROL RECORD SAYS ENTRIES '
                       UTYPT-CTL-ENTRY-COUNT
                       ' HASH ' UTYPT-CTL-HASH-TOTAL ' ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF.

       1045-LOAD-TYPE-RECORD.
           READ UTYPE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN UTYPT-CTL-SEEN
                           DISPLAY 'UFINCHG *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UFINCHG *** TYPE CODE TABLE '
                                       'FULL AT ' UTYPT-MAX
                                       ' ENTRIES ***'
                               PERFORM 1048-REFUSE-TYPE-TABLE
                           END-IF
                           ADD 1 TO UTYPT-COUNT
                           MOVE UTYPE-CODE TO UTYPT-CODE(UTYPT-COUNT)
                           MOVE UTYPE-SIGN-RULE
                               TO UTYPT-SIGN-RULE(UTYPT-COUNT)
                           MOVE UTYPE-PURCHASE-FLAG
                               TO UTYPT-PURCHASE-FLAG(UTYPT-COUNT)
                           MOVE UTYPE-REVERSE-FLAG
                               TO UTYPT-REVERSE-FLAG(UTYPT-COUNT)
                           MOVE UTYPE-GL-DR-CR
                               TO UTYPT-GL-DR-CR(UTYPT-COUNT)
                           MOVE UTYPE-STATUS
                               TO UTYPT-STATUS(UTYPT-COUNT)
                           MOVE UTYPE-COUNT-AS
                               TO UTYPT-COUNT-AS(UTYPT-COUNT)
                           MOVE UTYPE-DESCRIPTION
                               TO UTYPT-DESCRIPTION(UTYPT-COUNT)
                           PERFORM 1047-HASH-TYPE-ENTRY
                       WHEN UTYPE-TYPE-CONTROL
                           SET UTYPT-CTL-SEEN TO TRUE
                           MOVE UTYPE-CTL-ENTRY-COUNT
                               TO UTYPT-CTL-ENTRY-COUNT
                           MOVE UTYPE-CTL-HASH-TOTAL
                               TO UTYPT-CTL-HASH-TOTAL
                       WHEN OTHER
                           DISPLAY 'UFINCHG *** TYPE CODE TABLE '
                                   'RECORD TYPE ' UTYPE-REC-TYPE
                                   ' NOT RECOGNIZED ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                   END-EVALUATE
           END-READ.

      *    THE SAME HASH UTYPEMNT STAMPED ON THE CONTROL RECORD -
      *    EACH RULE-KEY CHARACTER'S ALPHABET POSITION WEIGHTED BY
      *    ITS COLUMN, AND EACH ENTRY BY ITS SEQUENCE ON THE FILE.
       1047-HASH-TYPE-ENTRY.
           MOVE ZERO TO UTYPT-ENTRY-CHECK
           PERFORM VARYING UTYPT-HASH-SUB FROM 1 BY 1
                   UNTIL UTYPT-HASH-SUB > 10
               MOVE ZERO TO UTYPT-HASH-POS
               INSPECT UTYPT-HASH-ALPHABET TALLYING UTYPT-HASH-POS
                   FOR CHARACTERS BEFORE INITIAL
                       UTYPE-HASH-CHAR(UTYPT-HASH-SUB)
               COMPUTE UTYPT-ENTRY-CHECK = UTYPT-ENTRY-CHECK
                   + UTYPT-HASH-SUB * (UTYPT-HASH-POS + 1)
           END-PERFORM
           COMPUTE UTYPT-HASH-TOTAL = UTYPT-HASH-TOTAL
               + UTYPT-ENTRY-CHECK * UTYPT-COUNT.

       1048-REFUSE-TYPE-TABLE.
           DISPLAY 'UFINCHG *** TYPE CODE TABLE REFUSED - RUN '
                   'STOPPED ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1050-READ-CONTROL-FILE.
           OPEN INPUT UCTRL-FILE
           IF WS-UCTRL-FILE-STATUS NOT = '00'
               MOVE 'CTLCARD ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCTRL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           READ UCTRL-FILE
               AT END
                   DISPLAY 'UFINCHG WARNING: CONTROL FILE EMPTY, '
                           'USING DEFAULTS'
               NOT AT END
                   MOVE UCTL-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE UCTRL-FILE
           IF WS-RUN-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      *****************************************************
      *  1070 - SAME PERIOD RULES AS UACCTSTM: THE PERIOD *
      *  MUST BE ON THE CALENDAR WITH A CUTOFF THE RUN    *
      *  HAS REACHED.  A PRIOR PERIOD NOT ON THE CALENDAR *
      *  FALLS BACK TO THE LAST DAY OF THE PRIOR MONTH.   *
      *****************************************************
       1070-FIND-PERIOD-CUTOFFS.
           OPEN INPUT UCAL-FILE
           IF WS-UCAL-FILE-STATUS NOT = '00'
               MOVE 'CALFILE ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCAL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1080-READ-CALENDAR-RECORD
               UNTIL WS-UCAL-FILE-STATUS NOT = '00'
           IF WS-UCAL-FILE-STATUS NOT = '10'
               MOVE 'CALFILE ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCAL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           CLOSE UCAL-FILE
           IF NOT WS-PERIOD-FOUND
                   OR WS-CUTOFF-DATE NOT NUMERIC
                   OR WS-CUTOFF-DATE = ZERO
               DISPLAY 'UFINCHG *** PERIOD ' WS-CHG-PERIOD
                       ' HAS NO CUTOFF DATE ON THE CALENDAR ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE < WS-CUTOFF-DATE
               DISPLAY 'UFINCHG *** RUN DATE ' WS-RUN-DATE
                       ' IS BEFORE PERIOD CUTOFF ' WS-CUTOFF-DATE
                       ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRIOR-PERIOD-FOUND
                   OR WS-PRIOR-CUTOFF-DATE NOT NUMERIC
                   OR WS-PRIOR-CUTOFF-DATE = ZERO
               COMPUTE WS-MONTH-START = WS-CHG-PERIOD * 100 + 1
               COMPUTE WS-PRIOR-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
               DISPLAY 'UFINCHG WARNING: PRIOR PERIOD '
                       WS-PRIOR-PERIOD ' NOT ON CALENDAR - WINDOW '
                       'OPENS AFTER ' WS-PRIOR-CUTOFF-DATE
           END-IF.

       1080-READ-CALENDAR-RECORD.
           READ UCAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF UCAL-TYPE-PERIOD
                       IF UCAL-PERIOD = WS-CHG-PERIOD
                           SET WS-PERIOD-FOUND TO TRUE
                           MOVE UCAL-PERIOD-CUTOFF-DATE
                               TO WS-CUTOFF-DATE
                       END-IF
                       IF UCAL-PERIOD = WS-PRIOR-PERIOD
                           SET WS-PRIOR-PERIOD-FOUND TO TRUE
                           MOVE UCAL-PERIOD-CUTOFF-DATE
                               TO WS-PRIOR-CUTOFF-DATE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *  1100 - LOAD THE RATE TABLE.  A CARD THE PROGRAM  *
      *  CANNOT READ STOPS THE RUN - A MISKEYED RATE      *
      *  WOULD OTHERWISE BE CHARGED TO EVERY ACCOUNT.     *
      *  WITH NO CHARGE TYPE IN FORCE THERE IS NOTHING TO *
      *  ASSESS AND THE RUN STOPS TOO.                    *
      *****************************************************
       1100-LOAD-RATE-TABLE.
           OPEN INPUT URATE-FILE
           IF WS-URATE-FILE-STATUS NOT = '00'
               MOVE 'RATETBL ' TO WS-ABEND-FILE-NAME
               MOVE WS-URATE-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1110-READ-RATE-CARD
           PERFORM 1150-EDIT-RATE-CARD
               UNTIL WS-RATE-END-OF-FILE
           CLOSE URATE-FILE
           IF NOT WS-FC-IN-FORCE AND NOT WS-LF-IN-FORCE
               DISPLAY 'UFINCHG *** NO FINANCE CHARGE OR LATE FEE '
                       'RATE IN FORCE AT ' WS-CUTOFF-DATE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FC-IN-FORCE
               DISPLAY 'UFINCHG WARNING: NO FINANCE CHARGE RATE IN '
                       'FORCE - FINANCE CHARGES NOT ASSESSED'
           END-IF
           IF NOT WS-LF-IN-FORCE
               DISPLAY 'UFINCHG WARNING: NO LATE FEE RATE IN '
                       'FORCE - LATE FEES NOT ASSESSED'
           END-IF
           COMPUTE WS-FC-GRACE-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PRIOR-CUTOFF-DATE)
                   + WS-FC-GRACE-DAYS)
           IF WS-LF-GRACE-DAYS = ZERO
               MOVE WS-CUTOFF-DATE TO WS-LF-GRACE-END
           ELSE
               COMPUTE WS-LF-GRACE-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PRIOR-CUTOFF-DATE)
                       + WS-LF-GRACE-DAYS)
           END-IF.

       1110-READ-RATE-CARD.
           READ URATE-FILE
               AT END
                   SET WS-RATE-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-CARDS-READ
           END-READ
           IF WS-URATE-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'RATETBL ' TO WS-ABEND-FILE-NAME
               MOVE WS-URATE-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1150-EDIT-RATE-CARD.
           IF (NOT URATE-FINANCE-CHARGE AND NOT URATE-LATE-FEE)
                   OR URATE-EFF-DATE NOT NUMERIC
                   OR URATE-PERIODIC-RATE NOT NUMERIC
                   OR URATE-FLAT-AMOUNT NOT NUMERIC
                   OR URATE-MIN-BALANCE NOT NUMERIC
                   OR URATE-GRACE-DAYS NOT NUMERIC
               DISPLAY 'UFINCHG *** RATE CARD ' WS-RATE-CARDS-READ
                       ' IS INVALID: ' URATE-RECORD(1:40) ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(URATE-EFF-DATE) NOT = 0
               DISPLAY 'UFINCHG *** RATE CARD ' WS-RATE-CARDS-READ
                       ' HAS AN INVALID EFFECTIVE DATE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (URATE-FINANCE-CHARGE AND URATE-PERIODIC-RATE = ZERO)
                   OR (URATE-LATE-FEE AND URATE-FLAT-AMOUNT = ZERO)
               DISPLAY 'UFINCHG *** RATE CARD ' WS-RATE-CARDS-READ
                       ' CARRIES NO CHARGE FOR ITS TYPE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF URATE-EFF-DATE NOT > WS-CUTOFF-DATE
               EVALUATE TRUE
                   WHEN URATE-FINANCE-CHARGE
                           AND URATE-EFF-DATE NOT < WS-FC-EFF-DATE
                       SET WS-FC-IN-FORCE TO TRUE
                       MOVE URATE-EFF-DATE TO WS-FC-EFF-DATE
                       MOVE URATE-PERIODIC-RATE TO WS-FC-RATE
                       MOVE URATE-MIN-BALANCE TO WS-FC-MIN-BALANCE
                       MOVE URATE-GRACE-DAYS TO WS-FC-GRACE-DAYS
                   WHEN URATE-LATE-FEE
                           AND URATE-EFF-DATE NOT < WS-LF-EFF-DATE
                       SET WS-LF-IN-FORCE TO TRUE
                       MOVE URATE-EFF-DATE TO WS-LF-EFF-DATE
                       MOVE URATE-FLAT-AMOUNT TO WS-LF-AMOUNT
                       MOVE URATE-MIN-BALANCE TO WS-LF-MIN-BALANCE
                       MOVE URATE-GRACE-DAYS TO WS-LF-GRACE-DAYS
               END-EVALUATE
           END-IF
           PERFORM 1110-READ-RATE-CARD.

      *    THE CHARGES TRAVEL AS THEIR OWN FEED, IDENTIFIED 'FC'
      *    PLUS THE PERIOD, WITH THE PERIOD CUTOFF AS BUSINESS
      *    DATE - THE SAME ID AND DATE HOWEVER OFTEN THE PERIOD IS
      *    ASSESSED, SO THE NIGHTLY RUN'S PROCESSED-FEED LOG
      *    REFUSES A SECOND ASSESSMENT OF A PERIOD ALREADY POSTED.
       1200-WRITE-FEED-HEADER.
           MOVE SPACES TO UTRAN-RECORD
           SET UTRAN-TYPE-HEADER TO TRUE
           MOVE WS-FEED-ID TO UTRAN-HDR-FEED-ID
           MOVE WS-CUTOFF-DATE TO UTRAN-HDR-BUS-DATE
           PERFORM 3810-WRITE-FEED-RECORD.

       1300-PRINT-RATES-IN-FORCE.
           IF WS-FC-IN-FORCE
               MOVE 'FINANCE CHARGE (FC):' TO WS-RATE-LABEL
               MOVE WS-FC-EFF-DATE TO WS-RATE-EFF-DATE
               MOVE WS-FC-RATE TO WS-RATE-PERCENT
               MOVE ZERO TO WS-RATE-FLAT
               MOVE WS-FC-MIN-BALANCE TO WS-RATE-MIN-BALANCE
               MOVE WS-FC-GRACE-DAYS TO WS-RATE-GRACE
               WRITE UCREG-LINE FROM WS-RATE-LINE
           ELSE
               MOVE 'FINANCE CHARGE (FC): NO RATE IN FORCE'
                   TO WS-TEXT
               WRITE UCREG-LINE FROM WS-TEXT-LINE
           END-IF
           IF WS-LF-IN-FORCE
               MOVE 'LATE FEE (LF):' TO WS-RATE-LABEL
               MOVE WS-LF-EFF-DATE TO WS-RATE-EFF-DATE
               MOVE ZERO TO WS-RATE-PERCENT
               MOVE WS-LF-AMOUNT TO WS-RATE-FLAT
               MOVE WS-LF-MIN-BALANCE TO WS-RATE-MIN-BALANCE
               MOVE WS-LF-GRACE-DAYS TO WS-RATE-GRACE
               WRITE UCREG-LINE FROM WS-RATE-LINE
           ELSE
               MOVE 'LATE FEE (LF): NO RATE IN FORCE' TO WS-TEXT
               WRITE UCREG-LINE FROM WS-TEXT-LINE
           END-IF
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           ADD 3 TO WS-LINE-COUNT.

      *    THE ALL-NINES KEY IS THE PERMANENT PRIMING RECORD ON
      *    BOTH FILES AND IS NEVER CHARGED.
       2000-READ-HISTORY.
           PERFORM 2010-READ-HISTORY-NEXT
           PERFORM 2010-READ-HISTORY-NEXT
               UNTIL WS-HIST-END-OF-FILE
                   OR UTHST-KEY NOT = '9999999999'.

       2010-READ-HISTORY-NEXT.
           READ UTHST-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-ROWS-READ
           END-READ
           IF WS-UTHST-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'HISTSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-UTHST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       2100-READ-MASTER.
           PERFORM 2110-READ-MASTER-NEXT
           PERFORM 2110-READ-MASTER-NEXT
               UNTIL WS-MAST-END-OF-FILE
                   OR UACCT-KEY NOT = '9999999999'.

       2110-READ-MASTER-NEXT.
           READ UACCT-FILE NEXT RECORD
               AT END
                   SET WS-MAST-END-OF-FILE TO TRUE
           END-READ
           IF WS-UACCT-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *    TYPE CODE TABLE LOOKUP - UTYPT-SEEK-CODE IN, UTYPT-FOUND
      *    AND UTYPT-SUB (THE ENTRY) OUT.
       2510-FIND-TYPE-CODE.
           MOVE 'N' TO UTYPT-FOUND-SWITCH
           PERFORM VARYING UTYPT-SUB FROM 1 BY 1
                   UNTIL UTYPT-SUB > UTYPT-COUNT OR UTYPT-FOUND
               IF UTYPT-CODE(UTYPT-SUB) = UTYPT-SEEK-CODE
                   SET UTYPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF UTYPT-FOUND
               SUBTRACT 1 FROM UTYPT-SUB
           END-IF.

      *****************************************************
      *  3000 - MATCH-MERGE ON THE ACCOUNT KEY.  ONLY     *
      *  ACCOUNTS ON THE MASTER CAN BE CHARGED; HISTORY   *
      *  FOR ANY OTHER KEY IS PASSED OVER.                *
      *****************************************************
       3000-MATCH-NEXT-KEY.
           EVALUATE TRUE
               WHEN WS-MAST-END-OF-FILE
                   PERFORM 3100-ACCUMULATE-KEY-GROUP
               WHEN WS-HIST-END-OF-FILE
                   PERFORM 3400-MASTER-ONLY-KEY
               WHEN UTHST-KEY < UACCT-KEY
                   PERFORM 3100-ACCUMULATE-KEY-GROUP
               WHEN UTHST-KEY > UACCT-KEY
                   PERFORM 3400-MASTER-ONLY-KEY
               WHEN OTHER
                   PERFORM 3100-ACCUMULATE-KEY-GROUP
                   PERFORM 3500-ASSESS-ACCOUNT
                   PERFORM 2100-READ-MASTER
           END-EVALUATE.

       3050-CLEAR-GROUP.
           MOVE ZERO TO WS-GROUP-ACTIVITY
           MOVE ZERO TO WS-GROUP-LATE-ACTIVITY
           MOVE ZERO TO WS-GROUP-GRACE-CREDITS
           MOVE ZERO TO WS-GROUP-PY-COUNT.

       3100-ACCUMULATE-KEY-GROUP.
           PERFORM 3050-CLEAR-GROUP
           MOVE UTHST-KEY TO WS-GROUP-KEY
           PERFORM 3150-APPLY-HISTORY-ROW
               UNTIL WS-HIST-END-OF-FILE
                   OR UTHST-KEY NOT = WS-GROUP-KEY.

      *    A CREDIT COUNTS AGAINST THE FINANCE CHARGE ONLY IF IT
      *    POSTED WITHIN THE GRACE DAYS; A PAYMENT AVOIDS THE LATE
      *    FEE IF IT POSTED BY THE LATE FEE'S GRACE END (THE WHOLE
      *    PERIOD WHEN THE LATE FEE CARD CARRIES NO GRACE DAYS).
       3150-APPLY-HISTORY-ROW.
           IF UTHST-RUN-DATE > WS-PRIOR-CUTOFF-DATE
               PERFORM 3160-COMPUTE-ROW-EFFECT
               IF UTHST-RUN-DATE > WS-CUTOFF-DATE
                   ADD WS-ROW-EFFECT TO WS-GROUP-LATE-ACTIVITY
               ELSE
                   ADD WS-ROW-EFFECT TO WS-GROUP-ACTIVITY
                   IF WS-ROW-EFFECT < ZERO
                           AND UTHST-RUN-DATE NOT > WS-FC-GRACE-END
                       ADD WS-ROW-EFFECT TO WS-GROUP-GRACE-CREDITS
                   END-IF
                   IF UTHST-RUN-DATE NOT > WS-LF-GRACE-END
                       MOVE UTHST-TYPE-CODE TO UTYPT-SEEK-CODE
                       PERFORM 2510-FIND-TYPE-CODE
                       IF UTYPT-FOUND
                           IF UTYPT-COUNT-AS(UTYPT-SUB) = 'PY'
                               ADD 1 TO WS-GROUP-PY-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2000-READ-HISTORY.

       3160-COMPUTE-ROW-EFFECT.
           MOVE ZERO TO WS-ROW-EFFECT
           MOVE UTHST-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF UTYPT-FOUND
               EVALUATE TRUE
                   WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                       MOVE UTHST-AMOUNT TO WS-ROW-EFFECT
                   WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                       COMPUTE WS-ROW-EFFECT = ZERO - UTHST-AMOUNT
                   WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                       MOVE UTHST-ORIG-TYPE-CODE TO UTYPT-SEEK-CODE
                       PERFORM 2510-FIND-TYPE-CODE
                       IF UTYPT-FOUND
                           EVALUATE TRUE
                               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                                   COMPUTE WS-ROW-EFFECT =
                                       ZERO - UTHST-AMOUNT
                               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                                   MOVE UTHST-AMOUNT TO WS-ROW-EFFECT
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-IF.

       3400-MASTER-ONLY-KEY.
           PERFORM 3050-CLEAR-GROUP
           MOVE UACCT-KEY TO WS-GROUP-KEY
           PERFORM 3500-ASSESS-ACCOUNT
           PERFORM 2100-READ-MASTER.

      *****************************************************
      *  3500 - PRICE ONE ACCOUNT.  THE BALANCE AT THE    *
      *  CUTOFF IS THE MASTER LESS ANY ROWS POSTED SINCE, *
      *  AND THE PRIOR-CUTOFF BALANCE (WHAT WAS OWED      *
      *  COMING INTO THE PERIOD) IS THAT LESS THE         *
      *  PERIOD'S ACTIVITY.  NEW PURCHASES IN THE PERIOD  *
      *  ARE NEVER CHARGED - THEY ARE STILL IN THEIR OWN  *
      *  GRACE PERIOD.                                    *
      *****************************************************
       3500-ASSESS-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           COMPUTE WS-GROUP-CUTOFF-BALANCE =
               UACCT-CURRENT-BALANCE - WS-GROUP-LATE-ACTIVITY
           COMPUTE WS-GROUP-PRIOR-BALANCE =
               WS-GROUP-CUTOFF-BALANCE - WS-GROUP-ACTIVITY
           COMPUTE WS-GROUP-PAST-GRACE =
               WS-GROUP-PRIOR-BALANCE + WS-GROUP-GRACE-CREDITS
           MOVE ZERO TO WS-GROUP-FC-AMOUNT
           MOVE ZERO TO WS-GROUP-LF-AMOUNT
           IF WS-FC-IN-FORCE
                   AND WS-GROUP-PAST-GRACE > ZERO
                   AND WS-GROUP-PAST-GRACE NOT < WS-FC-MIN-BALANCE
               COMPUTE WS-GROUP-FC-AMOUNT ROUNDED =
                   WS-GROUP-PAST-GRACE * WS-FC-RATE / 100
           END-IF
           IF WS-LF-IN-FORCE
                   AND WS-GROUP-PY-COUNT = ZERO
                   AND WS-GROUP-PRIOR-BALANCE > ZERO
                   AND WS-GROUP-PRIOR-BALANCE NOT < WS-LF-MIN-BALANCE
               MOVE WS-LF-AMOUNT TO WS-GROUP-LF-AMOUNT
           END-IF
           IF WS-GROUP-FC-AMOUNT NOT = ZERO
                   OR WS-GROUP-LF-AMOUNT NOT = ZERO
               EVALUATE TRUE
                   WHEN UACCT-STATUS-CLOSED
                       ADD 1 TO WS-CLOSED-NOT-CHARGED
                       ADD WS-GROUP-FC-AMOUNT TO WS-CLOSED-TOTAL
                       ADD WS-GROUP-LF-AMOUNT TO WS-CLOSED-TOTAL
                       MOVE 'CLOSED - NOT CHARGED' TO WS-DTL-NOTE
                   WHEN UACCT-STATUS-FROZEN
                       ADD 1 TO WS-FROZEN-NOT-CHARGED
                       ADD WS-GROUP-FC-AMOUNT TO WS-FROZEN-TOTAL
                       ADD WS-GROUP-LF-AMOUNT TO WS-FROZEN-TOTAL
                       MOVE 'FROZEN - NOT CHARGED' TO WS-DTL-NOTE
                   WHEN OTHER
                       PERFORM 3700-CHARGE-ACCOUNT
                       MOVE SPACES TO WS-DTL-NOTE
               END-EVALUATE
               PERFORM 3600-PRINT-DETAIL-LINE
           END-IF.

       3600-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE WS-GROUP-KEY TO WS-DTL-KEY
           EVALUATE TRUE
               WHEN UACCT-STATUS-CLOSED
                   MOVE 'CLOSED' TO WS-DTL-STATUS
               WHEN UACCT-STATUS-FROZEN
                   MOVE 'FROZEN' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO WS-DTL-STATUS
           END-EVALUATE
           MOVE WS-GROUP-PRIOR-BALANCE TO WS-DTL-PRIOR-BALANCE
           MOVE WS-GROUP-GRACE-CREDITS TO WS-DTL-GRACE-CREDITS
           MOVE WS-GROUP-PAST-GRACE TO WS-DTL-PAST-GRACE
           MOVE WS-GROUP-FC-AMOUNT TO WS-DTL-FC-AMOUNT
           MOVE WS-GROUP-LF-AMOUNT TO WS-DTL-LF-AMOUNT
           WRITE UCREG-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    ONE DETAIL PER ACCOUNT CARRIES BOTH CHARGES.  TWO
      *    DETAILS OF THE SAME AMOUNT FOR ONE KEY AND DATE WOULD
      *    SHARE A DUPLICATE-CHECK IDENTITY AND THE SECOND WOULD
      *    BE REJECTED; THE REGISTER KEEPS THE SPLIT BY TYPE.
       3700-CHARGE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHARGED
           IF WS-GROUP-FC-AMOUNT NOT = ZERO
               ADD 1 TO WS-FC-COUNT
               ADD WS-GROUP-FC-AMOUNT TO WS-FC-TOTAL
           END-IF
           IF WS-GROUP-LF-AMOUNT NOT = ZERO
               ADD 1 TO WS-LF-COUNT
               ADD WS-GROUP-LF-AMOUNT TO WS-LF-TOTAL
           END-IF
           MOVE SPACES TO UTRAN-RECORD
           SET UTRAN-TYPE-DETAIL TO TRUE
           MOVE WS-GROUP-KEY TO UTRAN-KEY
           COMPUTE UTRAN-AMOUNT =
               WS-GROUP-FC-AMOUNT + WS-GROUP-LF-AMOUNT
           MOVE WS-RUN-DATE TO UTRAN-EFF-DATE
           MOVE 'AJ' TO UTRAN-TYPE-CODE
           ADD 1 TO WS-FEED-DETAIL-COUNT
           ADD UTRAN-AMOUNT TO WS-FEED-AMOUNT-TOTAL
           PERFORM 3810-WRITE-FEED-RECORD.

       3800-WRITE-FEED-TRAILER.
           MOVE SPACES TO UTRAN-RECORD
           SET UTRAN-TYPE-TRAILER TO TRUE
           MOVE WS-FEED-DETAIL-COUNT TO UTRAN-TRLR-REC-COUNT
           MOVE WS-FEED-AMOUNT-TOTAL TO UTRAN-TRLR-AMOUNT-TOTAL
           PERFORM 3810-WRITE-FEED-RECORD.

       3810-WRITE-FEED-RECORD.
           WRITE UTRAN-RECORD
           IF WS-UTRAN-FILE-STATUS NOT = '00'
               MOVE 'CHGFEED ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTRAN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-CHG-PERIOD TO WS-HDG-PERIOD
           MOVE WS-PRIOR-CUTOFF-DATE TO WS-HDG-PRIOR-CUTOFF
           MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF
           MOVE WS-FEED-ID TO WS-HDG-FEED-ID
           IF WS-PAGE-COUNT = 1
               WRITE UCREG-LINE FROM WS-HEADING-1
           ELSE
               WRITE UCREG-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE UCREG-LINE FROM WS-HEADING-2
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           WRITE UCREG-LINE FROM WS-COLUMN-HEADING
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           MOVE 5 TO WS-LINE-COUNT.

       9000-TERMINATE.
           PERFORM 3800-WRITE-FEED-TRAILER
           CLOSE UTHST-FILE
           CLOSE UACCT-FILE
           CLOSE UTRAN-FILE
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           MOVE 'ACCOUNTS READ.................'
               TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS CHARGED..............'
               TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-CHARGED TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           MOVE 'FINANCE CHARGES (FC) COUNT....'
               TO WS-COUNT-LABEL
           MOVE WS-FC-COUNT TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           MOVE 'FINANCE CHARGES (FC) AMOUNT...'
               TO WS-AMOUNT-LABEL
           MOVE WS-FC-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCREG-LINE FROM WS-AMOUNT-LINE
           MOVE 'LATE FEES (LF) COUNT..........'
               TO WS-COUNT-LABEL
           MOVE WS-LF-COUNT TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           MOVE 'LATE FEES (LF) AMOUNT.........'
               TO WS-AMOUNT-LABEL
           MOVE WS-LF-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCREG-LINE FROM WS-AMOUNT-LINE
           MOVE 'CLOSED - NOT CHARGED COUNT....'
               TO WS-COUNT-LABEL
           MOVE WS-CLOSED-NOT-CHARGED TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           MOVE 'CLOSED - NOT CHARGED AMOUNT...'
               TO WS-AMOUNT-LABEL
           MOVE WS-CLOSED-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCREG-LINE FROM WS-AMOUNT-LINE
           MOVE 'FROZEN - NOT CHARGED COUNT....'
               TO WS-COUNT-LABEL
           MOVE WS-FROZEN-NOT-CHARGED TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           MOVE 'FROZEN - NOT CHARGED AMOUNT...'
               TO WS-AMOUNT-LABEL
           MOVE WS-FROZEN-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCREG-LINE FROM WS-AMOUNT-LINE
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           MOVE 'FEED DETAIL RECORDS (AJ)......'
               TO WS-COUNT-LABEL
           MOVE WS-FEED-DETAIL-COUNT TO WS-COUNT-VALUE
           WRITE UCREG-LINE FROM WS-COUNT-LINE
           MOVE 'FEED TRAILER AMOUNT...........'
               TO WS-AMOUNT-LABEL
           MOVE WS-FEED-AMOUNT-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCREG-LINE FROM WS-AMOUNT-LINE
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           WRITE UCREG-LINE FROM WS-BLANK-LINE
           WRITE UCREG-LINE FROM WS-SIGNOFF-LINE
           CLOSE UCREG-FILE
           DISPLAY 'UFINCHG RUN SUMMARY'
           DISPLAY '  PERIOD............: ' WS-CHG-PERIOD
           DISPLAY '  FEED ID...........: ' WS-FEED-ID
           DISPLAY '  ACCOUNTS READ.....: ' WS-ACCOUNTS-READ
           DISPLAY '  ACCOUNTS CHARGED..: ' WS-ACCOUNTS-CHARGED
           DISPLAY '  FINANCE CHARGES...: ' WS-FC-COUNT
           DISPLAY '  LATE FEES.........: ' WS-LF-COUNT
           DISPLAY '  CLOSED NOT CHARGED: ' WS-CLOSED-NOT-CHARGED
           DISPLAY '  FROZEN NOT CHARGED: ' WS-FROZEN-NOT-CHARGED
           IF NOT WS-FC-IN-FORCE OR NOT WS-LF-IN-FORCE
               MOVE 4 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UFINCHG *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
