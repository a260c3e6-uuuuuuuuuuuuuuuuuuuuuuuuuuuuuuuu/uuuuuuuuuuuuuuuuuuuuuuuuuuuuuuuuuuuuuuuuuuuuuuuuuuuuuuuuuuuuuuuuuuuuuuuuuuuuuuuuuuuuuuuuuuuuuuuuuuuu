               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

      *    ARCHIVE INDEX - A KSDS OF THE DORMANT ACCOUNTS UACCTARC
      *    HAS MOVED OFF THE MASTER, DEFINED AND PRIMED ONCE BY
      *    USETUPJB.  A KEY NOT ON THE MASTER IS LOOKED UP HERE
      *    BEFORE IT IS TREATED AS A NEW ACCOUNT; AN ACCOUNT FOUND
      *    IS RESTORED TO THE MASTER, COUNTS INTACT, BY ITS FIRST
      *    POSTING AND ITS ENTRY IS DELETED.
           SELECT UARCH-FILE ASSIGN TO ACCTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UARCH-KEY
               FILE STATUS IS WS-UARCH-FILE-STATUS.

      *    PROCESSED-TRANSACTION IDENTITY HISTORY - A KSDS DEFINED
      *    ONCE BY USETUPJB AND TRIMMED BY THE UHISTPRG RETENTION
      *    PURGE.  THE DAILY RUN READS IT DURING THE EDITS TO CATCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UEXCP-FILE-STATUS.

      *    PROCESSED-FEED LOG - ONE RECORD PER UPSTREAM FEED EVERY
      *    COMPLETED RUN TOOK.  READ AT START-UP SO A FEED ALREADY
      *    PROCESSED FOR ITS BUSINESS DATE IS REFUSED, AND
      *    APPENDED (EXTEND, DISP=MOD, NEVER TRUNCATED) ONCE AT
      *    END OF A COMPLETED FULL RUN - AN ABENDED RUN NEVER
      *    GETS THERE, SO ITS RESTART IS NOT REFUSED.
           SELECT UFLOG-FILE ASSIGN TO FEEDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFLOG-FILE-STATUS.

      *    OUTBOUND ACKNOWLEDGMENT FEED TO THE SENDING REGIONS -
      *    ONE HEADER/DISPOSITION/TRAILER SECTION PER UPSTREAM
      *    FEED, SPLIT BY FEED ID AND RETURNED TO EACH REGION BY

           SELECT USORT-FILE ASSIGN TO SORTWORK.

      *    TRANSACTION TYPE CODE TABLE - MAINTAINED ONLY BY
      *    UTYPEMNT AND LOADED WHOLE AT START-UP.  EVERY TYPE EDIT,
      *    SIGN, COUNTER AND REVERSAL RULE THE RUN APPLIES COMES
      *    FROM IT.
           SELECT UTYPE-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTYPE-FILE-STATUS.

      *    HIGH-VALUE/VELOCITY REVIEW.  REVWRULE IS THE RISK DESK'S
      *    RULES CARDS, LOADED WHOLE AT START-UP.  REVWACCT IS A
      *    KSDS DEFINED AND PRIMED ONCE BY USETUPJB HOLDING EACH
      *    ACCOUNT'S COUNT AND NET FOR THE RUN.  HELDOUT IS
      *    TONIGHT'S HELD ITEMS AND FOLLOWS THE SUSPOUT RESTART
      *    PATTERN (DISP=MOD, OPENED EXTEND ON A RESTARTED RUN);
      *    IT IS RE-READ AT END OF RUN FOR THE REVIEW REPORT.
           SELECT UREVW-FILE ASSIGN TO REVWRULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UREVW-FILE-STATUS.

           SELECT URVAC-FILE ASSIGN TO REVWACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS URVAC-KEY
               FILE STATUS IS WS-URVAC-FILE-STATUS.

           SELECT UHELD-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UHELD-FILE-STATUS.

           SELECT UHELD-RPT-FILE ASSIGN TO HELDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UHELD-RPT-FILE-STATUS.

           SELECT UHLDQ-FILE ASSIGN TO HELDQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UHLDQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UTRAN-FILE
                         BY ==UREJT-RECYCLE-COUNT==
                     ==UTRAN-ORIG-REJECT-DATE==
                         BY ==UREJT-ORIG-REJECT-DATE==
                     ==UTRAN-HELD-FEED-ID==
                         BY ==UREJT-HELD-FEED-ID==
                     ==UTRAN-HELD-BUS-DATE==
                         BY ==UREJT-HELD-BUS-DATE==
                     ==UTRAN-TRAILER-DATA==
                         BY ==UREJT-TRAILER-DATA==
                     ==UTRAN-TRLR-REC-COUNT==
       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  UARCH-FILE.
       COPY UARCHREC.

       FD  UHIST-FILE.
       COPY UHISTREC.

                     ==USUSP-KEY==           BY ==USUSP-IN-KEY==
                     ==USUSP-AMOUNT==        BY ==USUSP-IN-AMOUNT==
                     ==USUSP-EFF-DATE==      BY ==USUSP-IN-EFF-DATE==
                     ==USUSP-FEED-ID==       BY ==USUSP-IN-FEED-ID==
                     ==USUSP-TYPE-CODE==     BY ==USUSP-IN-TYPE-CODE==.

       FD  USUSP-OUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY UACKREC.

       FD  UFLOG-FILE
           RECORDING MODE IS F.
       COPY UFLOGREC.

       FD  UPWRK-FILE
           RECORDING MODE IS F.
       COPY UPWRKREC.
                     ==UPWRK-AMOUNT==    BY ==UPOST-AMOUNT==
                     ==UPWRK-PROC-DATE== BY ==UPOST-PROC-DATE==.

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       FD  UREVW-FILE
           RECORDING MODE IS F.
       COPY UREVWREC.

       FD  URVAC-FILE.
       COPY URVACREC.

       FD  UHELD-FILE
           RECORDING MODE IS F.
       COPY UHELDREC.

       FD  UHELD-RPT-FILE
           RECORDING MODE IS F.
       01  UHELD-RPT-LINE                  PIC X(132).

       FD  UHLDQ-FILE
           RECORDING MODE IS F.
       COPY UHELDREC
           REPLACING ==UHELD-RECORD==        BY ==UHLDQ-RECORD==
                     ==UHELD-HOLD-DATE==     BY ==UHLDQ-HOLD-DATE==
                     ==UHELD-HOLD-SEQ==      BY ==UHLDQ-HOLD-SEQ==
                     ==UHELD-FEED-ID==       BY ==UHLDQ-FEED-ID==
                     ==UHELD-FEED-BUS-DATE==
                         BY ==UHLDQ-FEED-BUS-DATE==
                     ==UHELD-KEY==           BY ==UHLDQ-KEY==
                     ==UHELD-AMOUNT==        BY ==UHLDQ-AMOUNT==
                     ==UHELD-EFF-DATE==      BY ==UHLDQ-EFF-DATE==
                     ==UHELD-TYPE-CODE==     BY ==UHLDQ-TYPE-CODE==
                     ==UHELD-RULE-CEILING==
                         BY ==UHLDQ-RULE-CEILING==
                     ==UHELD-RULE-COUNT==    BY ==UHLDQ-RULE-COUNT==
                     ==UHELD-RULE-NET==      BY ==UHLDQ-RULE-NET==
                     ==UHELD-RULE==          BY ==UHLDQ-RULE==.

       SD  USORT-FILE.
       01  USORT-RECORD.
           05  USORT-KEY                   PIC X(10).
           05  WS-UEDIT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UEXTR-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHIST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USUSP-IN-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-USUSP-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-UACKF-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UPWRK-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UPOST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UFLOG-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UREVW-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-URVAC-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHELD-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHELD-RPT-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-UHLDQ-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-EDIT-FAILURE-REASON      PIC X(30) VALUE SPACES.
           05  WS-EDIT-PERIOD              PIC 9(06) VALUE ZERO.
      *    THE TYPE CODE THE TRANSACTION BEING REVERSED ORIGINALLY
      *    POSTED UNDER, CAPTURED BY THE REVERSAL EDIT FROM THE
      *    IDENTITY RECORD AND USED BY THE POSTING, EXTRACT, AND
      *    HISTORY PATHS.  SPACES EXCEPT WHILE A REVERSAL IS
      *    IN HAND.
           05  WS-RV-ORIG-TYPE             PIC X(02) VALUE SPACES.

       COPY UTYPETBL.

      *****************************************************
      *  BUSINESS CALENDAR AND PERIOD CONTROL, LOADED AT  *
      *  START-UP FROM CALFILE.  THE NON-BUSINESS-DAY     *
                   88  WS-PERIOD-IS-CLOSED     VALUE 'C'.
               10  WS-PERIOD-CUTOFF        PIC 9(08).

      *****************************************************
      *  PROCESSED-FEED LOG, LOADED AT START-UP FROM      *
      *  FEEDLOG.  ONLY FEED ID AND BUSINESS DATE ARE     *
      *  KEPT - THAT PAIR IS WHAT MAKES A FEED 'ALREADY   *
      *  PROCESSED'.  ENTRIES WHOSE BUSINESS DATE IS      *
      *  OLDER THAN THE TRANHIST RETENTION WINDOW ARE NOT *
      *  LOADED: A FEED THAT OLD CAN NO LONGER BE PROVED  *
      *  AGAINST HISTORY ANYWAY.  A WINDOW THAT OVERFLOWS *
      *  THE TABLE STOPS THE RUN RATHER THAN LETTING A    *
      *  RE-SENT FEED THROUGH UNCHECKED.                  *
      *****************************************************
       01  WS-FEED-LOG-CONTROL.
           05  WS-FLOG-MAX                 PIC S9(04) COMP VALUE +5000.
           05  WS-FLOG-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-FLOG-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FLOG-RETAIN-DAYS         PIC 9(04) VALUE 400.
           05  WS-FLOG-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
      *    THE FEED-TABLE ENTRY 3270 IS TO CHECK AGAINST THE LOG
      *    AND AGAINST THE FEEDS OPENED AHEAD OF IT TONIGHT.
           05  WS-FLOG-CHECK-FEED          PIC S9(04) COMP VALUE ZERO.
           05  WS-FLOG-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FEED-ALREADY-PROCESSED   VALUE 'Y'.
           05  WS-FEEDS-REFUSED            PIC 9(02) VALUE ZERO.
           05  WS-RECORDS-REFUSED          PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-LOGGED             PIC 9(02) VALUE ZERO.
           05  WS-FLOG-ENTRY OCCURS 5000 TIMES.
               10  WS-FLOG-FEED-ID         PIC X(08).
               10  WS-FLOG-BUS-DATE        PIC 9(08).

      *****************************************************
      *  HIGH-VALUE/VELOCITY REVIEW RULES, LOADED AT      *
      *  START-UP FROM REVWRULE.  A DETAIL OVER ITS       *
      *  TYPE'S CEILING, OR THAT WOULD TAKE ITS ACCOUNT   *
      *  OVER THE RUN'S COUNT OR NET LIMIT, IS HELD FOR   *
      *  THE RISK DESK INSTEAD OF POSTED.  THE HELD-      *
      *  REPLAY TABLE IS LOADED ONLY ON A RESTART, FROM   *
      *  THE ABENDED RUN'S HELDOUT, SO THE REPLAY SPAN    *
      *  HOLDS THE SAME ITEMS AGAIN WITHOUT WRITING THEM  *
      *  TWICE.                                           *
      *****************************************************
       01  WS-REVIEW-CONTROL.
           05  WS-REVIEW-ACTIVE-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-REVIEW-ACTIVE            VALUE 'Y'.
           05  WS-VELOCITY-ACTIVE-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-VELOCITY-ACTIVE          VALUE 'Y'.
           05  WS-REVW-LIMITS-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REVW-LIMITS-LOADED       VALUE 'Y'.
           05  WS-REVW-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-REVW-END-OF-FILE         VALUE 'Y'.
           05  WS-REVW-MAX-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-REVW-MAX-NET             PIC 9(11)V99 VALUE ZERO.
           05  WS-REVW-CEILING-MAX         PIC S9(04) COMP VALUE +50.
           05  WS-REVW-CEILING-COUNT       PIC S9(04) COMP VALUE ZERO.
           05  WS-REVW-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-REVW-ABS-AMOUNT          PIC S9(9)V99 COMP-3
                                                VALUE ZERO.
           05  WS-REVW-NET-EFFECT          PIC S9(9)V99 COMP-3
                                                VALUE ZERO.
           05  WS-REVW-NEW-NET             PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-RVAC-NEW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-RVAC-IS-NEW              VALUE 'Y'.
           05  WS-HELD-RULE                PIC X(01) VALUE SPACE.
               88  WS-HELD-RULE-CEILING        VALUE 'T'.
               88  WS-HELD-RULE-COUNT          VALUE 'C'.
               88  WS-HELD-RULE-NET            VALUE 'N'.
           05  WS-REVW-CEILING-ENTRY OCCURS 50 TIMES.
               10  WS-REVW-TYPE-CODE       PIC X(02).
               10  WS-REVW-CEILING         PIC 9(09)V99.
           05  WS-HELD-REPLAY-MAX          PIC S9(04) COMP VALUE +5000.
           05  WS-HELD-REPLAY-COUNT        PIC S9(04) COMP VALUE ZERO.
           05  WS-HELD-REPLAY-SUB          PIC S9(04) COMP VALUE ZERO.
           05  WS-HELD-REPLAY-ENTRY OCCURS 5000 TIMES.
               10  WS-HELD-REPLAY-SEQ      PIC 9(09).
               10  WS-HELD-REPLAY-RULE     PIC X(01).
      *    IDENTITIES (KEY + EFFECTIVE DATE + AMOUNT) OF EVERY ITEM
      *    STANDING ON HELDQ OR HELD BY THIS RUN, FOR THE DUPLICATE
      *    EDIT - A HELD ITEM IS NOT ON DUPHIST UNTIL IT POSTS.
           05  WS-HELD-IDENT-MAX           PIC S9(04) COMP VALUE +5000.
           05  WS-HELD-IDENT-COUNT         PIC S9(04) COMP VALUE ZERO.
           05  WS-HELD-IDENT-SUB           PIC S9(04) COMP VALUE ZERO.
           05  WS-HELD-IDENT-ENTRY OCCURS 5000 TIMES.
               10  WS-HELD-IDENT-KEY       PIC X(10).
               10  WS-HELD-IDENT-EFF-DATE  PIC 9(08).
               10  WS-HELD-IDENT-AMOUNT    PIC S9(9)V99 COMP-3.
               10  WS-HELD-IDENT-HOLD-DATE PIC 9(08).
               10  WS-HELD-IDENT-HOLD-SEQ  PIC 9(09).

       01  WS-EDIT-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-EDIT-KEY                 PIC X(10).
           05  WS-WORK-ROWS-DROPPED        PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-UPDATED         PIC 9(09) VALUE ZERO.

       01  WS-ARCHIVE-FIELDS.
           05  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ACCT-ARCHIVED            VALUE 'Y'.
           05  WS-ACCOUNTS-RESTORED        PIC 9(09) VALUE ZERO.

       01  WS-EXCEPTION-FIELDS.
           05  WS-EXCP-MSG-ID              PIC X(08) VALUE SPACES.
           05  WS-EXCP-SEVERITY            PIC X(01) VALUE SPACE.
       01  WS-ACK-FIELDS.
           05  WS-ACK-DISPOSITION          PIC X(02) VALUE SPACES.
           05  WS-ACK-REASON               PIC X(30) VALUE SPACES.
           05  WS-ACK-FEED-ID              PIC X(08) VALUE SPACES.
           05  WS-RELEASES-ACKNOWLEDGED    PIC 9(09) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-START-DATE         PIC 9(08) VALUE ZERO.
      *    APPENDED A SECOND TIME.
           05  WS-REPLAYED-RECORD-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REPLAYED-RECORD          VALUE 'Y'.
      *    SET ONCE PER DETAIL RECORD IN 3020 WHEN THE RECORD IS
      *    A HELD ITEM THE RISK DESK RELEASED (THE '*RELEASE' FEED
      *    UHELDREL WRITES) - IT HAS ALREADY BEEN REVIEWED.
           05  WS-RELEASED-INPUT-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RELEASED-INPUT           VALUE 'Y'.
           05  WS-ITEM-HELD-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ITEM-HELD                VALUE 'Y'.
      *    SET WHEN THE HOLD IS ONE THE ABENDED RUN ALREADY WROTE
      *    AND ACKNOWLEDGED BEFORE A RESTART.
           05  WS-HELD-REPLAYED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-HELD-REPLAYED            VALUE 'Y'.
           05  WS-HELD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HELD-END-OF-FILE         VALUE 'Y'.
           05  WS-HELD-IDENT-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-HELD-IDENT-FOUND         VALUE 'Y'.
           05  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SUSP-END-OF-FILE         VALUE 'Y'.
           05  WS-CTL-EMPTY-SWITCH         PIC X(01) VALUE 'N'.
           05  WS-FIRST-TIME-REJECTS       PIC 9(09) VALUE ZERO.
           05  WS-RECYCLED-REJECTS         PIC 9(09) VALUE ZERO.
           05  WS-RECORDS-SKIPPED          PIC 9(09) VALUE ZERO.
      *    DETAILS HELD FOR RISK-DESK REVIEW.  LIKE SUSPENDED
      *    RECORDS THEY ARE NEITHER PROCESSED NOR REJECTED AND
      *    STAY IN THE FEED GROSS COUNTERS.
           05  WS-RECORDS-HELD             PIC 9(09) VALUE ZERO.
      *    ORPHAN-REFUND SUSPENSE ACTIVITY.  SUSPENDED RECORDS ARE
      *    NEITHER PROCESSED NOR REJECTED - THEY ARE PARKED - BUT
      *    THEY REMAIN IN THE FEED GROSS COUNTERS SO TRAILER
               10  WS-SUSP-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-HELD-REPORT-LINES.
           05  WS-HELD-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UUUUUUUUU - ITEMS HELD FOR REVIEW'.
               10  FILLER                  PIC X(87) VALUE SPACES.
           05  WS-HELD-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(11) VALUE 'HOLD SEQ'.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(18) VALUE 'AMOUNT'.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(10) VALUE 'FEED'.
               10  FILLER                  PIC X(14) VALUE 'RULE'.
               10  FILLER                  PIC X(50) VALUE SPACES.
           05  WS-HELD-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-HELD-RPT-SEQ         PIC 9(09).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HELD-RPT-KEY         PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HELD-RPT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-HELD-RPT-EFF-DATE    PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HELD-RPT-TYPE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-HELD-RPT-FEED        PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HELD-RPT-RULE        PIC X(14).
               10  FILLER                  PIC X(50) VALUE SPACES.
           05  WS-HELD-BLANK-LINE          PIC X(132) VALUE SPACES.
           05  WS-HELD-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-HELD-COUNT-LABEL     PIC X(30).
               10  WS-HELD-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.
           05  WS-HELD-AMOUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(30)
                       VALUE 'AMOUNT HELD..................'.
               10  WS-HELD-AMOUNT-VALUE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(84) VALUE SPACES.
           05  WS-HELD-RPT-CEILING         PIC 9(09) VALUE ZERO.
           05  WS-HELD-RPT-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-HELD-RPT-NET             PIC 9(09) VALUE ZERO.
           05  WS-HELD-RPT-TOTAL           PIC 9(09) VALUE ZERO.
           05  WS-HELD-RPT-AMOUNT-TOTAL    PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(09) VALUE 1000.
           05  WS-RESTART-SEQUENCE-NUMBER  PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-OUT-OF-BALANCE     PIC 9(02) VALUE ZERO.
           05  WS-FEED-ENTRY OCCURS 10 TIMES.
               10  WS-FEED-ID              PIC X(08).
      *            HELD ITEMS THE RISK DESK RELEASED, WRITTEN BY
      *            UHELDREL AS A FEED OF THEIR OWN.  NEVER REFUSED,
      *            LOGGED, OR ACKNOWLEDGED - THE REGION WAS TOLD
      *            'HELD' THE NIGHT THE ITEM ARRIVED.
                   88  WS-FEED-IS-RELEASE-POOL VALUE '*RELEASE'.
               10  WS-FEED-BUS-DATE        PIC 9(08).
               10  WS-FEED-GROSS-COUNT     PIC 9(09).
               10  WS-FEED-GROSS-AMOUNT    PIC S9(11)V99 COMP-3.
      *        INCREMENTAL DATE FILTER SKIPPED.
               10  WS-FEED-SUSPENDED       PIC 9(09).
               10  WS-FEED-SKIPPED         PIC 9(09).
               10  WS-FEED-HELD            PIC 9(09).
               10  WS-FEED-TRAILER-SWITCH  PIC X(01).
                   88  WS-FEED-TRAILER-SEEN    VALUE 'Y'.
               10  WS-FEED-TRLR-COUNT      PIC 9(09).
      *        RECONCILIATION VERDICT, SET ONCE BY 9400 AND READ BY
      *        THE REPORT AND AUDIT WRITERS SO ALL THREE AGREE:
      *        'B' BALANCED, 'N' NO TRAILER, 'O' OUT OF BALANCE,
      *        'R' RECYCLE POOL (EXEMPT), 'X' REFUSED AS ALREADY
      *        PROCESSED (EXEMPT), '-' NOT RECONCILED.
               10  WS-FEED-VERDICT         PIC X(01).
      *        SET WHEN THE FEED'S ID AND BUSINESS DATE ARE ALREADY
      *        ON THE PROCESSED-FEED LOG, OR ON AN EARLIER FEED IN
      *        TONIGHT'S INPUT - EVERY DETAIL IN IT IS REFUSED
      *        UNPOSTED.  NOT CHECKPOINTED; 1150 RECOMPUTES IT FROM
      *        THE RESTORED ID AND DATE ON A RESTART.
               10  WS-FEED-REFUSED-SWITCH  PIC X(01).
                   88  WS-FEED-REFUSED         VALUE 'Y'.

       LINKAGE SECTION.
      *    THE JCL EXEC PARM= TEXT ARRIVES AS A HALFWORD BINARY
           END-IF
           SET WS-EXCP-FILE-OPEN TO TRUE
           PERFORM 1050-READ-CONTROL-FILE
           PERFORM 1040-LOAD-TYPE-TABLE
      *    THE VALIDATE PASS LOADS THE REVIEW RULES TOO, SO A BAD
      *    CARD STOPS STEP010 RATHER THAN THE POSTING STEP - BUT
      *    IT HOLDS NOTHING.
           PERFORM 1030-LOAD-REVIEW-RULES
           PERFORM 1250-LOAD-HELD-QUEUE
           OPEN INPUT UTRAN-FILE
           IF WS-UTRAN-FILE-STATUS NOT = '00'
               MOVE 'TRANIN  ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9900-ABEND-FILE-OPEN
               END-IF
               OPEN I-O UARCH-FILE
               IF WS-UARCH-FILE-STATUS NOT = '00'
                   MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9900-ABEND-FILE-OPEN
               END-IF
           END-IF
      *    THE VALIDATE PASS STILL RUNS THE DUPLICATE EDIT (A
      *    RE-TRANSMITTED FEED SHOULD FAIL IN STEP010, NOT GET AS
                       PERFORM 9900-ABEND-FILE-OPEN
                   END-IF
               END-IF
      *        THE REVIEW ACCUMULATOR IS ONLY NEEDED WHEN A COUNT
      *        OR NET LIMIT IS IN FORCE.
               IF WS-VELOCITY-ACTIVE
                   OPEN I-O URVAC-FILE
                   IF WS-URVAC-FILE-STATUS NOT = '00'
                       MOVE 'REVWACCT' TO WS-ABEND-FILE-NAME
                       MOVE WS-URVAC-FILE-STATUS
                           TO WS-ABEND-FILE-STATUS
                       PERFORM 9900-ABEND-FILE-OPEN
                   END-IF
               END-IF
           END-IF
           IF WS-RESTART-RUN
               PERFORM 1100-RESTART-REPOSITION
           END-IF
      *    THE CALENDAR (CURRENT-PERIOD CHECK) AND THE FEED LOG
      *    (RETENTION CUTOFF) BOTH KEY OFF THE RUN DATE, SO THEY
      *    LOAD ONLY AFTER THE REPOSITION HAS RESTORED THE ABENDED
      *    RUN'S DATE.  THE RESTORED FEEDS' REFUSALS ARE THEN
      *    RECOMPUTED AGAINST THE LOG.
           PERFORM 1070-LOAD-CALENDAR
           PERFORM 1060-LOAD-FEED-LOG
           IF WS-RESTART-RUN
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > WS-FEED-COUNT
                   PERFORM 1160-RECHECK-RESTORED-FEED
               END-PERFORM
           END-IF
      *    HELDOUT FOLLOWS THE SUSPENSE RESTART PATTERN, BUT IS
      *    OPENED ONLY AFTER THE REPOSITION HAS RESTORED THE RUN
      *    DATE: A RESTARTED RUN FIRST READS BACK THE ITEMS THE
      *    ABENDED RUN HELD SO ITS REPLAY SPAN HOLDS THEM AGAIN
      *    WITHOUT WRITING OR ACKNOWLEDGING THEM A SECOND TIME.
           IF NOT WS-VALIDATE-ONLY
               IF WS-RESTART-RUN
                   PERFORM 1200-LOAD-HELD-REPLAY
                   OPEN EXTEND UHELD-FILE
               ELSE
                   OPEN OUTPUT UHELD-FILE
               END-IF
               IF WS-UHELD-FILE-STATUS NOT = '00'
                   MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9900-ABEND-FILE-OPEN
               END-IF
           END-IF
           PERFORM 2000-READ-TRANSACTION.

       1050-READ-CONTROL-FILE.
                   IF UCTL-POST-SORTED
                       MOVE 'S' TO WS-POST-MODE
                   END-IF
                   IF UCTL-TRANHIST-RETAIN-DAYS NUMERIC
                           AND UCTL-TRANHIST-RETAIN-DAYS > 0
                       MOVE UCTL-TRANHIST-RETAIN-DAYS
                           TO WS-FLOG-RETAIN-DAYS
                   END-IF
           END-READ
           CLOSE UCTRL-FILE
      *    WITH NO CONTROL CARD THERE IS NO RUN DATE FOR THE
               PERFORM 9500-WRITE-EXCEPTION
           END-IF.

      *****************************************************
      *  1030 - LOAD THE RISK DESK'S REVIEW RULES.        *
      *  USETUPJB SEEDS REVWRULE EMPTY, SO A FAILED OPEN  *
      *  IS A REAL ALLOCATION PROBLEM AND IS FATAL; AN    *
      *  EMPTY FILE SIMPLY LEAVES REVIEW OFF.  A CARD     *
      *  THAT CANNOT BE TRUSTED STOPS THE RUN, AS A BAD   *
      *  CALENDAR RECORD DOES.  RUNS AFTER THE TYPE TABLE *
      *  LOAD SO EVERY CEILING CAN BE PROVED AGAINST A    *
      *  TYPE THE RUN KNOWS.                              *
      *****************************************************
       1030-LOAD-REVIEW-RULES.
           OPEN INPUT UREVW-FILE
           IF WS-UREVW-FILE-STATUS NOT = '00'
               MOVE 'REVWRULE' TO WS-ABEND-FILE-NAME
               MOVE WS-UREVW-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1035-LOAD-REVIEW-RULE
               UNTIL WS-REVW-END-OF-FILE
           CLOSE UREVW-FILE
           IF WS-REVW-MAX-COUNT > ZERO OR WS-REVW-MAX-NET > ZERO
               SET WS-VELOCITY-ACTIVE TO TRUE
           END-IF
           IF WS-VELOCITY-ACTIVE OR WS-REVW-CEILING-COUNT > ZERO
               SET WS-REVIEW-ACTIVE TO TRUE
           END-IF.

       1035-LOAD-REVIEW-RULE.
           READ UREVW-FILE
               AT END
                   SET WS-REVW-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN UREVW-TYPE-CEILING
                           PERFORM 1036-LOAD-TYPE-CEILING
                       WHEN UREVW-TYPE-LIMITS
                           IF WS-REVW-LIMITS-LOADED
                               DISPLAY 'UUUUUUUUU *** REVIEW RULES '
                                       'HAVE MORE THAN ONE LIMITS '
                                       'CARD ***'
                               PERFORM 9950-ABEND-WRAPUP
                           END-IF
                           IF UREVW-MAX-ACCT-COUNT NOT NUMERIC
                                   OR UREVW-MAX-ACCT-NET NOT NUMERIC
                               DISPLAY 'UUUUUUUUU *** REVIEW LIMITS '
                                       'CARD IS NOT NUMERIC ***'
                               PERFORM 9950-ABEND-WRAPUP
                           END-IF
                           SET WS-REVW-LIMITS-LOADED TO TRUE
                           MOVE UREVW-MAX-ACCT-COUNT
                               TO WS-REVW-MAX-COUNT
                           MOVE UREVW-MAX-ACCT-NET TO WS-REVW-MAX-NET
                       WHEN OTHER
                           DISPLAY 'UUUUUUUUU *** BAD REVIEW RULE '
                                   'RECORD TYPE ' UREVW-REC-TYPE
                                   ' ***'
                           PERFORM 9950-ABEND-WRAPUP
                   END-EVALUATE
           END-READ
           IF WS-UREVW-FILE-STATUS NOT = '00'
                   AND WS-UREVW-FILE-STATUS NOT = '10'
               MOVE 'REVWRULE' TO WS-ABEND-FILE-NAME
               MOVE WS-UREVW-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *    A CEILING MUST NAME A TYPE ON THE TABLE, ONCE - A
      *    MISTYPED CODE WOULD OTHERWISE LEAVE THE TYPE IT WAS
      *    MEANT FOR WITH NO CEILING AT ALL.  A ZERO CEILING IS A
      *    RULE SWITCHED OFF AND IS NOT LOADED.
       1036-LOAD-TYPE-CEILING.
           IF UREVW-CEILING-AMOUNT NOT NUMERIC
               DISPLAY 'UUUUUUUUU *** REVIEW CEILING FOR TYPE '
                       UREVW-TYPE-CODE ' IS NOT NUMERIC ***'
               PERFORM 9950-ABEND-WRAPUP
           END-IF
           MOVE UREVW-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               DISPLAY 'UUUUUUUUU *** REVIEW CEILING TYPE '
                       UREVW-TYPE-CODE ' IS NOT ON THE TYPE TABLE ***'
               PERFORM 9950-ABEND-WRAPUP
           END-IF
           PERFORM VARYING WS-REVW-SUB FROM 1 BY 1
                   UNTIL WS-REVW-SUB > WS-REVW-CEILING-COUNT
               IF WS-REVW-TYPE-CODE(WS-REVW-SUB) = UREVW-TYPE-CODE
                   DISPLAY 'UUUUUUUUU *** REVIEW CEILING FOR TYPE '
                           UREVW-TYPE-CODE ' APPEARS TWICE ***'
                   PERFORM 9950-ABEND-WRAPUP
               END-IF
           END-PERFORM
           IF UREVW-CEILING-AMOUNT > ZERO
               IF WS-REVW-CEILING-COUNT >= WS-REVW-CEILING-MAX
                   DISPLAY 'UUUUUUUUU *** REVIEW CEILING TABLE FULL '
                           'AT ' WS-REVW-CEILING-MAX ' TYPES ***'
                   PERFORM 9950-ABEND-WRAPUP
               END-IF
               ADD 1 TO WS-REVW-CEILING-COUNT
               MOVE UREVW-TYPE-CODE
                   TO WS-REVW-TYPE-CODE(WS-REVW-CEILING-COUNT)
               MOVE UREVW-CEILING-AMOUNT
                   TO WS-REVW-CEILING(WS-REVW-CEILING-COUNT)
           END-IF.

      *****************************************************
      *  1040 - LOAD THE TRANSACTION TYPE CODE TABLE AND  *
      *  PROVE IT AGAINST ITS CONTROL RECORD.  A TABLE    *
      *  THAT FAILS THE PROOF, OR HAS NO CONTROL RECORD,  *
      *  STOPS THE RUN BEFORE ANY DETAIL IS READ - EDIT-  *
      *  ING OR POSTING UNDER RULES THE JOURNAL AND THE   *
      *  RECOMPUTE PROGRAMS DO NOT SHARE WOULD PUT THE    *
      *  MASTER AND THE GL OUT OF STEP.                   *
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
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           CLOSE UTYPE-FILE
           IF NOT UTYPT-CTL-SEEN
               DISPLAY 'UUUUUUUUU *** TYPE CODE TABLE HAS NO '
                       'CONTROL RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UUUUUUUUU *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UUUUUUUUU *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'UUUUUUUUU *** TYPE CODE TABLE '
                                   'HAS RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UUUUUUUUU *** TYPE CODE '
                                       'TABLE FULL AT ' UTYPT-MAX
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
                           DISPLAY 'UUUUUUUUU *** TYPE CODE TABLE '
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
           MOVE 'UUUU017C' TO WS-EXCP-MSG-ID
           MOVE SPACES TO WS-EXCP-FEED-ID
           MOVE 'TYPE CODE TABLE FAILS ITS CONTROL PROOF - RUN REFUSED'
               TO WS-EXCP-TEXT
           PERFORM 9510-WRITE-EXCEPTION-SOFT
           PERFORM 9950-ABEND-WRAPUP.

      *****************************************************
      *  1060 - LOAD THE PROCESSED-FEED LOG.  USETUPJB    *
      *  SEEDS FEEDLOG EMPTY, SO A FAILED OPEN IS A REAL  *
      *  ALLOCATION PROBLEM AND IS FATAL - RUNNING        *
      *  WITHOUT THE LOG WOULD POST A RE-SENT FEED TWICE. *
      *****************************************************
       1060-LOAD-FEED-LOG.
           COMPUTE WS-FLOG-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-FLOG-RETAIN-DAYS)
           OPEN INPUT UFLOG-FILE
           IF WS-UFLOG-FILE-STATUS NOT = '00'
               MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1065-LOAD-FEED-LOG-RECORD
               UNTIL WS-UFLOG-FILE-STATUS NOT = '00'
           IF WS-UFLOG-FILE-STATUS NOT = '10'
               MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           CLOSE UFLOG-FILE.

       1065-LOAD-FEED-LOG-RECORD.
           READ UFLOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF UFLOG-BUS-DATE NUMERIC
                           AND UFLOG-BUS-DATE >= WS-FLOG-CUTOFF-DATE
                       IF WS-FLOG-COUNT >= WS-FLOG-MAX
                           DISPLAY 'UUUUUUUUU *** PROCESSED-FEED LOG '
                                   'TABLE FULL AT ' WS-FLOG-MAX
                                   ' ENTRIES ***'
                           PERFORM 9950-ABEND-WRAPUP
                       END-IF
                       ADD 1 TO WS-FLOG-COUNT
                       MOVE UFLOG-FEED-ID
                           TO WS-FLOG-FEED-ID(WS-FLOG-COUNT)
                       MOVE UFLOG-BUS-DATE
                           TO WS-FLOG-BUS-DATE(WS-FLOG-COUNT)
                   END-IF
           END-READ.

      *****************************************************
      *  1070 - LOAD THE BUSINESS CALENDAR AND PERIOD     *
      *  CONTROL TABLES.  THE ACCOUNTING AREA MAINTAINS   *
                           TO WS-RECORDS-SUSPENDED
                       MOVE UCHKP-EDIT-WARNINGS IN UCHKP-IN-RECORD
                           TO WS-EDIT-WARNINGS
                       IF UCHKP-RECORDS-HELD IN UCHKP-IN-RECORD
                               NUMERIC
                           MOVE UCHKP-RECORDS-HELD IN UCHKP-IN-RECORD
                               TO WS-RECORDS-HELD
                       ELSE
                           MOVE ZERO TO WS-RECORDS-HELD
                       END-IF
      *                THE ABENDED RUN'S DATE WINS OVER WHATEVER
      *                1050 DERIVED TONIGHT, SO A RESTART ACROSS
      *                MIDNIGHT KEEPS STAMPING THE SAME DATE THE
           ELSE
               MOVE ZERO TO WS-FEED-SKIPPED(WS-FEED-SUB)
           END-IF
           IF UCHKP-FEED-HELD
                   IN UCHKP-IN-RECORD(WS-FEED-SUB) NUMERIC
               MOVE UCHKP-FEED-HELD
                       IN UCHKP-IN-RECORD(WS-FEED-SUB)
                   TO WS-FEED-HELD(WS-FEED-SUB)
           ELSE
               MOVE ZERO TO WS-FEED-HELD(WS-FEED-SUB)
           END-IF
      *    THE VERDICT IS NOT CHECKPOINTED - 9400 RECOMPUTES IT AT
      *    END OF RUN - BUT THE RESTORED ENTRY MUST START FROM THE
      *    SAME NOT-RECONCILED STATE A FRESHLY OPENED FEED GETS.
           MOVE '-' TO WS-FEED-VERDICT(WS-FEED-SUB)
      *    THE REFUSAL IS RECOMPUTED, NOT RESTORED - SEE 1160.
           MOVE 'N' TO WS-FEED-REFUSED-SWITCH(WS-FEED-SUB).

      *    THE LOG HAS NOT CHANGED SINCE THE ABENDED RUN STARTED,
      *    SO THE SAME FEEDS COME OUT REFUSED.  THE ABENDED RUN
      *    ALREADY RAISED THEIR EXCEPTIONS; NONE ARE RAISED AGAIN
      *    HERE.
       1160-RECHECK-RESTORED-FEED.
           MOVE WS-FEED-SUB TO WS-FLOG-CHECK-FEED
           PERFORM 3270-CHECK-FEED-PROCESSED
           IF WS-FEED-ALREADY-PROCESSED
               SET WS-FEED-REFUSED(WS-FEED-SUB) TO TRUE
           END-IF.

      *****************************************************
      *  1200 - RESTART ONLY.  READ BACK THE ITEMS THE    *
      *  ABENDED RUN HELD (HOLD DATE = THE RESTORED RUN   *
      *  DATE) SO 3800 CAN RECOGNIZE THEM IN THE REPLAY   *
      *  SPAN BY THEIR POSTING SEQUENCE.  A TABLE THAT    *
      *  OVERFLOWS STOPS THE RUN RATHER THAN WRITING AND  *
      *  ACKNOWLEDGING A HOLD TWICE.                      *
      *****************************************************
       1200-LOAD-HELD-REPLAY.
           OPEN INPUT UHELD-FILE
           IF WS-UHELD-FILE-STATUS NOT = '00'
               MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1210-LOAD-HELD-REPLAY-ITEM
               UNTIL WS-HELD-END-OF-FILE
           CLOSE UHELD-FILE
           MOVE 'N' TO WS-HELD-EOF-SWITCH.

       1210-LOAD-HELD-REPLAY-ITEM.
           READ UHELD-FILE
               AT END
                   SET WS-HELD-END-OF-FILE TO TRUE
               NOT AT END
                   IF UHELD-HOLD-DATE = WS-RUN-DATE
                       IF WS-HELD-REPLAY-COUNT >= WS-HELD-REPLAY-MAX
                           DISPLAY 'UUUUUUUUU *** HELD-ITEM REPLAY '
                                   'TABLE FULL AT '
                                   WS-HELD-REPLAY-MAX ' ***'
                           PERFORM 9950-ABEND-WRAPUP
                       END-IF
                       ADD 1 TO WS-HELD-REPLAY-COUNT
                       MOVE UHELD-HOLD-SEQ TO WS-HELD-REPLAY-SEQ
                           (WS-HELD-REPLAY-COUNT)
                       MOVE UHELD-RULE TO WS-HELD-REPLAY-RULE
                           (WS-HELD-REPLAY-COUNT)
                       PERFORM 1270-ADD-HELD-IDENTITY
                       MOVE UHELD-KEY
                           TO WS-HELD-IDENT-KEY(WS-HELD-IDENT-SUB)
                       MOVE UHELD-EFF-DATE
                           TO WS-HELD-IDENT-EFF-DATE(WS-HELD-IDENT-SUB)
                       MOVE UHELD-AMOUNT
                           TO WS-HELD-IDENT-AMOUNT(WS-HELD-IDENT-SUB)
                       MOVE UHELD-HOLD-DATE
                           TO WS-HELD-IDENT-HOLD-DATE
                               (WS-HELD-IDENT-SUB)
                       MOVE UHELD-HOLD-SEQ
                           TO WS-HELD-IDENT-HOLD-SEQ(WS-HELD-IDENT-SUB)
                   END-IF
           END-READ
           IF WS-UHELD-FILE-STATUS NOT = '00'
                   AND WS-UHELD-FILE-STATUS NOT = '10'
               MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  1250 - LOAD THE IDENTITIES OF THE ITEMS STANDING *
      *  ON THE HELD QUEUE.  A HELD ITEM HAS NOT POSTED,  *
      *  SO IT IS NOT ON DUPHIST - WITHOUT THIS TABLE A   *
      *  REGION THAT RE-SENDS AN ITEM THE DESK IS STILL   *
      *  REVIEWING WOULD HAVE THE COPY POSTED OR HELD A   *
      *  SECOND TIME.  USETUPJB SEEDS HELDQ EMPTY, SO A   *
      *  FAILED OPEN IS FATAL.  AN ITEM THE DESK HAS      *
      *  RELEASED OR DECLINED IS ALREADY OFF THE QUEUE.   *
      *****************************************************
       1250-LOAD-HELD-QUEUE.
           OPEN INPUT UHLDQ-FILE
           IF WS-UHLDQ-FILE-STATUS NOT = '00'
               MOVE 'HELDQ   ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHLDQ-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1260-LOAD-HELD-QUEUE-ITEM
               UNTIL WS-UHLDQ-FILE-STATUS NOT = '00'
           IF WS-UHLDQ-FILE-STATUS NOT = '10'
               MOVE 'HELDQ   ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHLDQ-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           CLOSE UHLDQ-FILE.

       1260-LOAD-HELD-QUEUE-ITEM.
           READ UHLDQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1270-ADD-HELD-IDENTITY
                   MOVE UHLDQ-KEY
                       TO WS-HELD-IDENT-KEY(WS-HELD-IDENT-SUB)
                   MOVE UHLDQ-EFF-DATE
                       TO WS-HELD-IDENT-EFF-DATE(WS-HELD-IDENT-SUB)
                   MOVE UHLDQ-AMOUNT
                       TO WS-HELD-IDENT-AMOUNT(WS-HELD-IDENT-SUB)
                   MOVE UHLDQ-HOLD-DATE
                       TO WS-HELD-IDENT-HOLD-DATE(WS-HELD-IDENT-SUB)
                   MOVE UHLDQ-HOLD-SEQ
                       TO WS-HELD-IDENT-HOLD-SEQ(WS-HELD-IDENT-SUB)
           END-READ.

      *    OPENS THE NEXT TABLE SLOT; THE CALLER FILLS IT.  A
      *    TABLE THAT OVERFLOWS STOPS THE RUN RATHER THAN LETTING
      *    A RE-SENT HELD ITEM THROUGH THE DUPLICATE EDIT.
       1270-ADD-HELD-IDENTITY.
           IF WS-HELD-IDENT-COUNT >= WS-HELD-IDENT-MAX
               DISPLAY 'UUUUUUUUU *** HELD-ITEM IDENTITY TABLE '
                       'FULL AT ' WS-HELD-IDENT-MAX ' ***'
               PERFORM 9950-ABEND-WRAPUP
           END-IF
           ADD 1 TO WS-HELD-IDENT-COUNT
           MOVE WS-HELD-IDENT-COUNT TO WS-HELD-IDENT-SUB.

       2000-READ-TRANSACTION.
           READ UTRAN-FILE
           ELSE
               PERFORM 3050-ENSURE-FEED-OPEN
               MOVE WS-CURRENT-FEED TO WS-ACTIVE-FEED
           END-IF
           IF WS-FEED-IS-RELEASE-POOL(WS-ACTIVE-FEED)
               SET WS-RELEASED-INPUT TO TRUE
           ELSE
               MOVE 'N' TO WS-RELEASED-INPUT-SWITCH
           END-IF.

       3010-PROCESS-DETAIL.
      *    STAY OUT OF THE RUN-LEVEL GROSS COUNTERS OR EVERY
      *    RUN WITH A CARRYOVER WOULD FAIL TRAILER
      *    RECONCILIATION; THEIR POOL ENTRY STILL COUNTS THEM.
      *    RELEASED HELD ITEMS WERE COUNTED THE NIGHT THEIR OWN
      *    FEED ARRIVED AND STAY OUT FOR THE SAME REASON.
           IF NOT WS-RECYCLED-INPUT AND NOT WS-RELEASED-INPUT
               ADD 1 TO WS-GROSS-DETAIL-COUNT
               ADD UTRAN-AMOUNT TO WS-GROSS-AMOUNT-TOTAL
           END-IF
           ADD 1 TO WS-FEED-GROSS-COUNT(WS-ACTIVE-FEED)
           ADD UTRAN-AMOUNT
               TO WS-FEED-GROSS-AMOUNT(WS-ACTIVE-FEED)
      *    A FEED REFUSED AS ALREADY PROCESSED STILL COUNTS IN THE
      *    GROSS TOTALS ABOVE - ITS TRAILER IS NOT RECONCILED, BUT THE
      *    REGION'S ACKNOWLEDGMENT MUST ACCOUNT FOR EVERY DETAIL IT
      *    RE-SENT.  NONE OF ITS DETAILS IS EDITED, POSTED OR
      *    WRITTEN TO REJECTS (A REJECT WOULD RECYCLE AND POST THE
      *    SECOND COPY AFTER ALL); EACH IS ACKNOWLEDGED 'FR' AND
      *    COUNTED AS SKIPPED ON THE FEED'S ACKNOWLEDGMENT TRAILER.
           IF WS-FEED-REFUSED(WS-ACTIVE-FEED)
               ADD 1 TO WS-FEED-SKIPPED(WS-ACTIVE-FEED)
               IF NOT WS-VALIDATE-ONLY
                   MOVE 'FR' TO WS-ACK-DISPOSITION
                   MOVE 'FEED ALREADY PROCESSED' TO WS-ACK-REASON
                   PERFORM 9660-WRITE-ACK-DISPOSITION
               END-IF
           ELSE
      *        A RECYCLED RECORD CARRIES ITS ORIGINAL EFFECTIVE
      *        DATE, SO THE INCREMENTAL DATE FILTER WOULD SKIP IT
      *        EVERY DAY FOREVER AND URECYCLE WOULD REPORT IT
      *        RESOLVED - RE-PRESENTED RECORDS ALWAYS GO BACK
      *        THROUGH THE EDITS REGARDLESS OF RUN MODE.  SO DO
      *        HELD ITEMS THE RISK DESK RELEASED.
               IF WS-RUN-MODE-INCREMENTAL
                       AND UTRAN-EFF-DATE NOT = WS-RUN-DATE
                       AND NOT WS-RECYCLED-INPUT
                       AND NOT WS-RELEASED-INPUT
                   ADD 1 TO WS-RECORDS-SKIPPED
                   ADD 1 TO WS-FEED-SKIPPED(WS-ACTIVE-FEED)
      *            THE REGION STILL HEARS ABOUT EVERY DETAIL IT SENT -
      *            A MODE-FILTERED RECORD GETS ITS OWN DISPOSITION SO
      *            THE ACKNOWLEDGMENT TRAILER ALWAYS ACCOUNTS FOR THE
      *            WHOLE FEED, INCREMENTAL NIGHTS INCLUDED.  LIKE THE
      *            REJECT DISPOSITIONS, 'SK' RECORDS HAVE NO REPLAY
      *            MARKER AND CAN APPEAR TWICE FOR A RESTARTED RUN'S
      *            REPLAY SPAN; THE TRAILER'S SKIPPED COUNT IS THE
      *            AUTHORITATIVE FIGURE.
                   IF NOT WS-VALIDATE-ONLY
                       MOVE 'SK' TO WS-ACK-DISPOSITION
                       MOVE 'SKIPPED BY RUN-MODE DATE FILTER'
                           TO WS-ACK-REASON
                       PERFORM 9660-WRITE-ACK-DISPOSITION
                   END-IF
               ELSE
                   PERFORM 2500-EDIT-TRANSACTION
                   IF NOT WS-RECORD-VALID
                       PERFORM 3200-REJECT-TRANSACTION
                   ELSE
      *                A DETAIL THAT BREAKS ONE OF THE RISK DESK'S
      *                REVIEW RULES IS HELD INSTEAD OF POSTED.  THE
      *                VALIDATE PASS HOLDS NOTHING, AND A RELEASED
      *                ITEM HAS ALREADY BEEN REVIEWED.
                       MOVE 'N' TO WS-ITEM-HELD-SWITCH
                       IF WS-REVIEW-ACTIVE
                               AND NOT WS-VALIDATE-ONLY
                               AND NOT WS-RELEASED-INPUT
                           PERFORM 3800-REVIEW-TRANSACTION
                       END-IF
                       IF WS-ITEM-HELD
                           PERFORM 3850-HOLD-FOR-REVIEW
                       ELSE
                           PERFORM 3030-PROCESS-EDITED-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  3030 - A DETAIL THAT PASSED THE EDITS AND REVIEW *
      *  IS EITHER PARKED AS AN ORPHAN REFUND OR          *
      *  PROCESSED: EXTRACTED, POSTED, RECORDED IN        *
      *  HISTORY, AND ACKNOWLEDGED.                       *
      *****************************************************
       3030-PROCESS-EDITED-DETAIL.
      *    A REFUND - ANY TYPE THE TABLE SAYS SUBTRACTS FROM
      *    PURCHASES - MUST MATCH PRIOR PURCHASE ACTIVITY ON THE
      *    MASTER.  AN UNMATCHED ONE IS PARKED IN SUSPENSE -
      *    NEITHER PROCESSED NOR REJECTED - AND IS RE-MATCHED AT
      *    THE END OF EACH FOLLOWING RUN.  THE VALIDATE PASS HAS NO
      *    MASTER OPEN AND SKIPS THE CHECK.
           MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   AND UTYPT-HITS-PURCHASE(UTYPT-SUB)
                   AND NOT WS-VALIDATE-ONLY
               PERFORM 3700-CHECK-REFUND-MATCH
           ELSE
               SET WS-REFUND-MATCHED TO TRUE
           END-IF
           IF NOT WS-REFUND-MATCHED
               PERFORM 3750-SUSPEND-REFUND
           ELSE
               ADD 1 TO WS-RECORDS-PROCESSED
               ADD 1 TO WS-FEED-PROCESSED(WS-ACTIVE-FEED)
               ADD UTRAN-AMOUNT TO WS-AMOUNT-CONTROL-TOTAL
      *        THE CHECKPOINT IS TAKEN ONLY AFTER THIS RECORD'S
      *        EXTRACT AND MASTER WRITES HAVE BOTH COMPLETED, SO A
      *        CHECKPOINT NEVER CLAIMS A RECORD WHOSE OUTPUT WAS
      *        LOST TO AN ABEND BETWEEN THE CHECKPOINT AND THE
      *        WRITES.
               IF NOT WS-VALIDATE-ONLY
                   PERFORM 3400-WRITE-EXTRACT
      *            SORTED MODE DEFERS THE MASTER UPDATE TO THE
      *            ONE-PASS APPLY AT END OF INPUT - EVERYTHING ELSE
      *            ABOUT THE RECORD'S PROCESSING IS IDENTICAL.
                   IF WS-POST-MODE-SORTED
                       PERFORM 3510-WRITE-POSTING-WORK
                   ELSE
                       PERFORM 3500-POST-TO-MASTER
                   END-IF
                   PERFORM 3550-RECORD-HISTORY
      *            A RESTART REPLAY'S DISPOSITION IS ALREADY ON
      *            THE FILE, EXACTLY LIKE ITS HISTORY ROW - A SECOND
      *            ONE WOULD THROW THE REGION'S CONFIRM-BACK OFF BY
      *            ONE PER REPLAYED RECORD.
                   IF NOT WS-REPLAYED-RECORD
                       MOVE 'PR' TO WS-ACK-DISPOSITION
                       MOVE SPACES TO WS-ACK-REASON
                       PERFORM 9660-WRITE-ACK-DISPOSITION
                   END-IF
                   PERFORM 3100-CHECKPOINT-IF-NEEDED
               END-IF
           END-IF.

           ELSE
               MOVE WS-RUN-DATE TO WS-NEW-FEED-BUS-DATE
           END-IF
           PERFORM 3260-OPEN-FEED
      *    A FEED ALREADY PROCESSED FOR ITS BUSINESS DATE - A REGION
      *    RE-SENDING A FILE THAT WAS POSTED ON AN EARLIER NIGHT, OR
      *    THE SAME FILE TWICE IN TONIGHT'S CONCATENATION - IS
      *    REFUSED WHOLE BEFORE ANY OF ITS DETAILS CAN POST.
           MOVE WS-CURRENT-FEED TO WS-FLOG-CHECK-FEED
           PERFORM 3270-CHECK-FEED-PROCESSED
           IF WS-FEED-ALREADY-PROCESSED
               SET WS-FEED-REFUSED(WS-CURRENT-FEED) TO TRUE
               DISPLAY 'UUUUUUUUU *** FEED ' WS-NEW-FEED-ID
                       ' BUSINESS DATE ' WS-NEW-FEED-BUS-DATE
                       ' ALREADY PROCESSED - REFUSED ***'
               MOVE 'UUUU013C' TO WS-EXCP-MSG-ID
               MOVE WS-NEW-FEED-ID TO WS-EXCP-FEED-ID
               MOVE 'FEED ALREADY PROCESSED FOR ITS BUSINESS DATE - '
                   TO WS-EXCP-TEXT
               MOVE 'REFUSED' TO WS-EXCP-TEXT(48:7)
               PERFORM 9500-WRITE-EXCEPTION
           END-IF.

       3260-OPEN-FEED.
           IF WS-FEED-COUNT >= WS-FEED-MAX
           MOVE ZERO TO WS-FEED-REJECTED(WS-CURRENT-FEED)
           MOVE ZERO TO WS-FEED-SUSPENDED(WS-CURRENT-FEED)
           MOVE ZERO TO WS-FEED-SKIPPED(WS-CURRENT-FEED)
           MOVE ZERO TO WS-FEED-HELD(WS-CURRENT-FEED)
           MOVE 'N' TO WS-FEED-TRAILER-SWITCH(WS-CURRENT-FEED)
           MOVE ZERO TO WS-FEED-TRLR-COUNT(WS-CURRENT-FEED)
           MOVE ZERO TO WS-FEED-TRLR-AMOUNT(WS-CURRENT-FEED)
           MOVE '-' TO WS-FEED-VERDICT(WS-CURRENT-FEED)
           MOVE 'N' TO WS-FEED-REFUSED-SWITCH(WS-CURRENT-FEED).
      *    THE FEED'S ACKNOWLEDGMENT HEADER IS NOT WRITTEN HERE -
      *    A RESTARTED RUN RE-OPENS EVERY FEED THE REPLAY PASSES
      *    THROUGH AND WOULD APPEND A SECOND 'H' TO THE
      *    ALONGSIDE THE TRAILERS (SEE 9600).


      *****************************************************
      *  3270 - HAS THE FEED AT WS-FLOG-CHECK-FEED BEEN   *
      *  PROCESSED ALREADY?  YES IF ITS ID AND BUSINESS   *
      *  DATE ARE ON THE PROCESSED-FEED LOG, OR BELONG TO *
      *  A FEED OPENED AHEAD OF IT TONIGHT THAT WAS NOT   *
      *  ITSELF REFUSED.  THE RUN'S OWN '*' POOLS (THE    *
      *  RECYCLE POOL AND HEADERLESS FEEDS) CARRY NO      *
      *  REAL IDENTITY AND ARE NEVER REFUSED.             *
      *****************************************************
       3270-CHECK-FEED-PROCESSED.
           MOVE 'N' TO WS-FLOG-FOUND-SWITCH
           IF WS-FEED-ID(WS-FLOG-CHECK-FEED)(1:1) NOT = '*'
               PERFORM VARYING WS-FLOG-SUB FROM 1 BY 1
                       UNTIL WS-FLOG-SUB > WS-FLOG-COUNT
                           OR WS-FEED-ALREADY-PROCESSED
                   IF WS-FLOG-FEED-ID(WS-FLOG-SUB)
                           = WS-FEED-ID(WS-FLOG-CHECK-FEED)
                           AND WS-FLOG-BUS-DATE(WS-FLOG-SUB)
                           = WS-FEED-BUS-DATE(WS-FLOG-CHECK-FEED)
                       SET WS-FEED-ALREADY-PROCESSED TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FLOG-SUB FROM 1 BY 1
                       UNTIL WS-FLOG-SUB >= WS-FLOG-CHECK-FEED
                           OR WS-FEED-ALREADY-PROCESSED
                   IF WS-FEED-ID(WS-FLOG-SUB)
                           = WS-FEED-ID(WS-FLOG-CHECK-FEED)
                           AND WS-FEED-BUS-DATE(WS-FLOG-SUB)
                           = WS-FEED-BUS-DATE(WS-FLOG-CHECK-FEED)
                           AND NOT WS-FEED-REFUSED(WS-FLOG-SUB)
                       SET WS-FEED-ALREADY-PROCESSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3300-CAPTURE-TRAILER.
           MOVE UTRAN-TRLR-REC-COUNT
               TO WS-FEED-TRLR-COUNT(WS-CURRENT-FEED)
      *    RATHER THAN AN ORDINARY PROCESSED RECORD; A REVERSAL
      *    CARRIES ITS OWN STATUS AND THE ORIGINAL'S TYPE CODE SO
      *    THE REGISTER AND THE GL JOURNAL SHOW IT DISTINCTLY.
           MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           EVALUATE TRUE
               WHEN NOT UTYPT-FOUND
                   SET UEXTR-STATUS-PROCESSED TO TRUE
                   MOVE SPACES TO UEXTR-ORIG-TYPE-CODE
               WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                   SET UEXTR-STATUS-REVERSAL TO TRUE
                   MOVE WS-RV-ORIG-TYPE TO UEXTR-ORIG-TYPE-CODE
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                       AND UTYPT-HITS-PURCHASE(UTYPT-SUB)
                   SET UEXTR-STATUS-OFFSET TO TRUE
                   MOVE SPACES TO UEXTR-ORIG-TYPE-CODE
               WHEN OTHER
                   SET UEXTR-STATUS-PROCESSED TO TRUE
                   MOVE SPACES TO UEXTR-ORIG-TYPE-CODE
           MOVE UTRAN-KEY TO UACCT-KEY
           READ UACCT-FILE
               INVALID KEY
      *            AN ARCHIVED ACCOUNT'S PURCHASES STILL COVER ITS
      *            REFUNDS - THE POSTING RESTORES IT.
                   PERFORM 3520-READ-ARCHIVED-ACCOUNT
                   IF WS-ACCT-ARCHIVED
                           AND UACCT-PURCHASE-TOTAL NOT < UTRAN-AMOUNT
                           AND UACCT-STATUS-OPEN
                       SET WS-REFUND-MATCHED TO TRUE
                   END-IF
               NOT INVALID KEY
      *            A PRIOR-SUSPENSE REFUND FOR AN ACCOUNT CLOSED OR
      *            FROZEN SINCE IT PARKED STAYS IN SUSPENSE - FEED
      *            REFUNDS NEVER REACH HERE FOR ONE (2550 REJECTS).
                   IF UACCT-PURCHASE-TOTAL NOT < UTRAN-AMOUNT
                           AND UACCT-STATUS-OPEN
                       SET WS-REFUND-MATCHED TO TRUE
                   END-IF
           END-READ
           MOVE UTRAN-AMOUNT TO USUSP-AMOUNT
           MOVE UTRAN-EFF-DATE TO USUSP-EFF-DATE
           MOVE WS-FEED-ID(WS-ACTIVE-FEED) TO USUSP-FEED-ID
           MOVE UTRAN-TYPE-CODE TO USUSP-TYPE-CODE
           WRITE USUSP-RECORD
           IF WS-USUSP-OUT-FILE-STATUS NOT = '00'
               MOVE 'SUSPOUT ' TO WS-ABEND-FILE-NAME
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  3800 - HIGH-VALUE/VELOCITY REVIEW OF AN EDIT-    *
      *  CLEAN DETAIL.  THE TYPE CEILING IS TESTED FIRST, *
      *  THEN THE ACCOUNT'S COUNT AND NET FOR THE RUN AS  *
      *  THEY WOULD STAND WITH THIS DETAIL ADDED.  ONLY A *
      *  DETAIL THAT PASSES IS ADDED TO THE ACCUMULATOR - *
      *  A HELD ITEM DOES NOT USE UP THE ACCOUNT'S LIMIT. *
      *  ON A RESTART THE REPLAY SPAN GETS THE SAME       *
      *  ANSWER THE ABENDED RUN GAVE: A PROCESSED ITEM    *
      *  (ALREADY ON DUPHIST) AND AN ITEM THE ACCUMULATOR *
      *  ALREADY HOLDS PASS, AN ITEM ON THE ABENDED RUN'S *
      *  HELDOUT IS HELD AGAIN.                           *
      *****************************************************
       3800-REVIEW-TRANSACTION.
           MOVE 'N' TO WS-HELD-REPLAYED-SWITCH
           MOVE SPACE TO WS-HELD-RULE
           IF WS-RESTART-RUN AND NOT WS-REPLAYED-RECORD
               PERFORM VARYING WS-HELD-REPLAY-SUB FROM 1 BY 1
                       UNTIL WS-HELD-REPLAY-SUB > WS-HELD-REPLAY-COUNT
                           OR WS-HELD-REPLAYED
                   IF WS-HELD-REPLAY-SEQ(WS-HELD-REPLAY-SUB)
                           = WS-POSTING-SEQUENCE
                       SET WS-HELD-REPLAYED TO TRUE
                       SET WS-ITEM-HELD TO TRUE
                       MOVE WS-HELD-REPLAY-RULE(WS-HELD-REPLAY-SUB)
                           TO WS-HELD-RULE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-REPLAYED-RECORD AND NOT WS-HELD-REPLAYED
               PERFORM 3810-CHECK-TYPE-CEILING
               IF NOT WS-ITEM-HELD AND WS-VELOCITY-ACTIVE
                   PERFORM 3820-CHECK-ACCOUNT-LIMITS
               END-IF
           END-IF.

       3810-CHECK-TYPE-CEILING.
           IF UTRAN-AMOUNT < ZERO
               COMPUTE WS-REVW-ABS-AMOUNT = ZERO - UTRAN-AMOUNT
           ELSE
               MOVE UTRAN-AMOUNT TO WS-REVW-ABS-AMOUNT
           END-IF
           PERFORM VARYING WS-REVW-SUB FROM 1 BY 1
                   UNTIL WS-REVW-SUB > WS-REVW-CEILING-COUNT
                       OR WS-ITEM-HELD
               IF WS-REVW-TYPE-CODE(WS-REVW-SUB) = UTRAN-TYPE-CODE
                       AND WS-REVW-ABS-AMOUNT
                           > WS-REVW-CEILING(WS-REVW-SUB)
                   SET WS-ITEM-HELD TO TRUE
                   SET WS-HELD-RULE-CEILING TO TRUE
               END-IF
           END-PERFORM.

      *    THE DETAIL'S EFFECT ON THE ACCOUNT FOLLOWS THE TYPE
      *    TABLE'S SIGN RULE, AS THE POSTING DOES; A REVERSAL
      *    COUNTS AS THE OPPOSITE OF THE TYPE IT REVERSES.  A
      *    RECORD LEFT FROM AN EARLIER RUN DATE STARTS AGAIN FROM
      *    ZERO.
       3820-CHECK-ACCOUNT-LIMITS.
           MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           EVALUATE TRUE
               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                   MOVE UTRAN-AMOUNT TO WS-REVW-NET-EFFECT
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   COMPUTE WS-REVW-NET-EFFECT = ZERO - UTRAN-AMOUNT
               WHEN OTHER
                   MOVE WS-RV-ORIG-TYPE TO UTYPT-SEEK-CODE
                   PERFORM 2510-FIND-TYPE-CODE
                   IF UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                       MOVE UTRAN-AMOUNT TO WS-REVW-NET-EFFECT
                   ELSE
                       COMPUTE WS-REVW-NET-EFFECT = ZERO - UTRAN-AMOUNT
                   END-IF
           END-EVALUATE
           MOVE UTRAN-KEY TO URVAC-KEY
           READ URVAC-FILE
               INVALID KEY
                   SET WS-RVAC-IS-NEW TO TRUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-RVAC-NEW-SWITCH
           END-READ
           IF WS-URVAC-FILE-STATUS NOT = '00'
                   AND WS-URVAC-FILE-STATUS NOT = '23'
               MOVE 'REVWACCT' TO WS-ABEND-FILE-NAME
               MOVE WS-URVAC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           IF WS-RVAC-IS-NEW OR URVAC-RUN-DATE NOT = WS-RUN-DATE
               MOVE SPACES TO URVAC-RECORD
               MOVE UTRAN-KEY TO URVAC-KEY
               MOVE WS-RUN-DATE TO URVAC-RUN-DATE
               MOVE ZERO TO URVAC-COUNT
               MOVE ZERO TO URVAC-NET
               MOVE ZERO TO URVAC-LAST-SEQ
           END-IF
      *    A DETAIL AT OR BELOW THE ACCUMULATOR'S LAST SEQUENCE WAS
      *    COUNTED AND PASSED BY THE ABENDED RUN AND PASSES AGAIN.
           IF URVAC-LAST-SEQ < WS-POSTING-SEQUENCE
               COMPUTE WS-REVW-NEW-NET = URVAC-NET + WS-REVW-NET-EFFECT
               EVALUATE TRUE
                   WHEN WS-REVW-MAX-COUNT > ZERO
                           AND URVAC-COUNT NOT < WS-REVW-MAX-COUNT
                       SET WS-ITEM-HELD TO TRUE
                       SET WS-HELD-RULE-COUNT TO TRUE
                   WHEN WS-REVW-MAX-NET > ZERO
                           AND (WS-REVW-NEW-NET > WS-REVW-MAX-NET
                           OR WS-REVW-NEW-NET < ZERO - WS-REVW-MAX-NET)
                       SET WS-ITEM-HELD TO TRUE
                       SET WS-HELD-RULE-NET TO TRUE
                   WHEN OTHER
                       PERFORM 3830-ACCUMULATE-ACCOUNT
               END-EVALUATE
           END-IF.

       3830-ACCUMULATE-ACCOUNT.
           ADD 1 TO URVAC-COUNT
           MOVE WS-REVW-NEW-NET TO URVAC-NET
           MOVE WS-POSTING-SEQUENCE TO URVAC-LAST-SEQ
           IF WS-RVAC-IS-NEW
               WRITE URVAC-RECORD
           ELSE
               REWRITE URVAC-RECORD
           END-IF
           IF WS-URVAC-FILE-STATUS NOT = '00'
               MOVE 'REVWACCT' TO WS-ABEND-FILE-NAME
               MOVE WS-URVAC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  3850 - HOLD A DETAIL FOR THE RISK DESK.  THE     *
      *  ITEM IS WRITTEN TO HELDOUT UNDER THE RUN DATE    *
      *  AND ITS POSTING SEQUENCE AND ACKNOWLEDGED 'HD'   *
      *  TO ITS REGION; IT IS NEITHER PROCESSED NOR       *
      *  REJECTED.  A HOLD THE ABENDED RUN ALREADY WROTE  *
      *  IS COUNTED AGAIN (THE COUNTERS CAME BACK FROM    *
      *  THE CHECKPOINT) BUT NOT WRITTEN OR ACKNOWLEDGED  *
      *  A SECOND TIME.                                   *
      *****************************************************
       3850-HOLD-FOR-REVIEW.
           ADD 1 TO WS-RECORDS-HELD
           ADD 1 TO WS-FEED-HELD(WS-ACTIVE-FEED)
           IF NOT WS-HELD-REPLAYED
               MOVE 'HD' TO WS-ACK-DISPOSITION
               EVALUATE TRUE
                   WHEN WS-HELD-RULE-CEILING
                       MOVE 'HELD FOR REVIEW - TYPE CEILING'
                           TO WS-ACK-REASON
                   WHEN WS-HELD-RULE-COUNT
                       MOVE 'HELD FOR REVIEW - ACCT COUNT'
                           TO WS-ACK-REASON
                   WHEN OTHER
                       MOVE 'HELD FOR REVIEW - ACCT NET'
                           TO WS-ACK-REASON
               END-EVALUATE
               PERFORM 9660-WRITE-ACK-DISPOSITION
               MOVE SPACES TO UHELD-RECORD
               MOVE WS-RUN-DATE TO UHELD-HOLD-DATE
               MOVE WS-POSTING-SEQUENCE TO UHELD-HOLD-SEQ
               MOVE WS-FEED-ID(WS-ACTIVE-FEED) TO UHELD-FEED-ID
               MOVE WS-FEED-BUS-DATE(WS-ACTIVE-FEED)
                   TO UHELD-FEED-BUS-DATE
               MOVE UTRAN-KEY TO UHELD-KEY
               MOVE UTRAN-AMOUNT TO UHELD-AMOUNT
               MOVE UTRAN-EFF-DATE TO UHELD-EFF-DATE
               MOVE UTRAN-TYPE-CODE TO UHELD-TYPE-CODE
               MOVE WS-HELD-RULE TO UHELD-RULE
               WRITE UHELD-RECORD
               IF WS-UHELD-FILE-STATUS NOT = '00'
                   MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9910-ABEND-FILE-IO
               END-IF
               PERFORM 1270-ADD-HELD-IDENTITY
               MOVE UTRAN-KEY TO WS-HELD-IDENT-KEY(WS-HELD-IDENT-SUB)
               MOVE UTRAN-EFF-DATE
                   TO WS-HELD-IDENT-EFF-DATE(WS-HELD-IDENT-SUB)
               MOVE UTRAN-AMOUNT
                   TO WS-HELD-IDENT-AMOUNT(WS-HELD-IDENT-SUB)
               MOVE WS-RUN-DATE
                   TO WS-HELD-IDENT-HOLD-DATE(WS-HELD-IDENT-SUB)
               MOVE WS-POSTING-SEQUENCE
                   TO WS-HELD-IDENT-HOLD-SEQ(WS-HELD-IDENT-SUB)
           END-IF.

      *****************************************************
      *  3500/3600 - ACCOUNT MASTER POSTING.  EVERY EDIT- *
      *  CLEAN TRANSACTION IS APPLIED TO THE MASTER       *
      *  RECORD FOR ITS KEY UNDER ITS TYPE'S RULES FROM   *
      *  THE TYPE CODE TABLE: '+' TYPES ADD TO THE        *
      *  BALANCE, '-' TYPES RELIEVE IT.  A KEY WITH NO    *
      *  MASTER RECORD YET GETS ONE BUILT FROM THIS FIRST *
      *  TRANSACTION.                                     *
      *****************************************************
       3500-POST-TO-MASTER.
           MOVE UTRAN-KEY TO UACCT-KEY
           READ UACCT-FILE
               INVALID KEY
                   PERFORM 3520-READ-ARCHIVED-ACCOUNT
                   IF NOT WS-ACCT-ARCHIVED
      *                MOVE SPACES FIRST SO THE TRAILING FILLER (AND
      *                ANY FIELD ADDED TO THE LAYOUT LATER) NEVER
      *                CARRIES RESIDUE FROM THE PREVIOUSLY READ
      *                RECORD.
                       MOVE SPACES TO UACCT-RECORD
                       MOVE UTRAN-KEY TO UACCT-KEY
                       MOVE ZERO TO UACCT-CURRENT-BALANCE
                       MOVE ZERO TO UACCT-PURCHASE-TOTAL
                       MOVE ZERO TO UACCT-LAST-ACTIVITY-DATE
                       MOVE ZERO TO UACCT-TRAN-COUNT
                       MOVE ZERO TO UACCT-PU-COUNT
                       MOVE ZERO TO UACCT-PY-COUNT
                       MOVE ZERO TO UACCT-RF-COUNT
                       MOVE ZERO TO UACCT-AJ-COUNT
                       MOVE ZERO TO UACCT-LAST-POSTED-DATE
                       MOVE ZERO TO UACCT-LAST-POSTED-SEQ
                       MOVE 'O' TO UACCT-STATUS
                       MOVE WS-RUN-DATE TO UACCT-STATUS-DATE
                   END-IF
                   PERFORM 3600-APPLY-TO-MASTER
                   WRITE UACCT-RECORD
                   IF WS-ACCT-ARCHIVED
                           AND WS-UACCT-FILE-STATUS = '00'
                       PERFORM 3530-REMOVE-ARCHIVE-ENTRY
                   END-IF
               NOT INVALID KEY
      *            POSTING IS REPLAYED FROM THE LAST CHECKPOINT ON A
      *            RESTART RUN, BUT THE MASTER IS UPDATED IN PLACE -
      *  CHECKPOINT EVER CLAIMS A POSTING THAT IS IN      *
      *  NEITHER THE MASTER NOR THE WORK FILE.            *
      *****************************************************
      *****************************************************
      *  3520/3530 - ARCHIVED ACCOUNTS.  A KEY WITH NO    *
      *  MASTER RECORD MAY BE AN ACCOUNT UACCTARC MOVED   *
      *  TO THE ARCHIVE INDEX.  3520 LOOKS IT UP AND, IF  *
      *  FOUND, PRESENTS THE ARCHIVED RECORD IN THE       *
      *  MASTER RECORD AREA SO THE EDITS AND THE POSTING  *
      *  SEE THE ACCOUNT EXACTLY AS IT WAS ARCHIVED -     *
      *  BALANCE, PURCHASES, COUNTS AND STATUS.  THE      *
      *  POSTING WRITES IT BACK TO THE MASTER AND ONLY    *
      *  THEN DOES 3530 DELETE THE ARCHIVE ENTRY, SO AN   *
      *  ABEND BETWEEN THE TWO LEAVES THE ACCOUNT IN BOTH *
      *  PLACES (THE MASTER WINS) AND NEVER IN NEITHER.   *
      *  UACCT-KEY IS SET BY THE CALLER.                  *
      *****************************************************
       3520-READ-ARCHIVED-ACCOUNT.
           MOVE 'N' TO WS-ARCH-FOUND-SWITCH
           MOVE UACCT-KEY TO UARCH-KEY
           READ UARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-ARCHIVED TO TRUE
                   MOVE UARCH-ACCOUNT-IMAGE TO UACCT-RECORD
           END-READ
           IF WS-UARCH-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       3530-REMOVE-ARCHIVE-ENTRY.
           ADD 1 TO WS-ACCOUNTS-RESTORED
           DISPLAY 'UUUUUUUUU ACCOUNT ' UARCH-KEY
                   ' RESTORED FROM ARCHIVE OF ' UARCH-ARCHIVE-DATE
           DELETE UARCH-FILE RECORD
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       3510-WRITE-POSTING-WORK.
           MOVE SPACES TO UPWRK-RECORD
           MOVE UTRAN-KEY TO UPWRK-KEY
           MOVE UPOST-KEY TO WS-POST-GROUP-KEY
           MOVE 'N' TO WS-ACCT-NEW-SWITCH
           MOVE WS-POST-GROUP-KEY TO UACCT-KEY
           MOVE 'N' TO WS-ARCH-FOUND-SWITCH
           READ UACCT-FILE
               INVALID KEY
      *            SAME ARCHIVE LOOKUP AND FIRST-ACTIVITY BUILD AS
      *            THE KEYED PATH - SPACES FIRST SO NO FIELD CARRIES
      *            RESIDUE FROM THE PREVIOUSLY READ RECORD.  EITHER
      *            WAY THE RECORD IS NEW TO THE MASTER AND IS
      *            WRITTEN, NOT REWRITTEN.
                   SET WS-ACCT-IS-NEW TO TRUE
                   PERFORM 3520-READ-ARCHIVED-ACCOUNT
                   IF NOT WS-ACCT-ARCHIVED
                       MOVE SPACES TO UACCT-RECORD
                       MOVE WS-POST-GROUP-KEY TO UACCT-KEY
                       MOVE ZERO TO UACCT-CURRENT-BALANCE
                       MOVE ZERO TO UACCT-PURCHASE-TOTAL
                       MOVE ZERO TO UACCT-LAST-ACTIVITY-DATE
                       MOVE ZERO TO UACCT-TRAN-COUNT
                       MOVE ZERO TO UACCT-PU-COUNT
                       MOVE ZERO TO UACCT-PY-COUNT
                       MOVE ZERO TO UACCT-RF-COUNT
                       MOVE ZERO TO UACCT-AJ-COUNT
                       MOVE ZERO TO UACCT-LAST-POSTED-DATE
                       MOVE ZERO TO UACCT-LAST-POSTED-SEQ
                       MOVE 'O' TO UACCT-STATUS
                       MOVE WS-RUN-DATE TO UACCT-STATUS-DATE
                   END-IF
           END-READ
           IF WS-UACCT-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           IF WS-ACCT-ARCHIVED
               PERFORM 3530-REMOVE-ARCHIVE-ENTRY
           END-IF.

       7200-APPLY-ONE-WORK-ROW.
      *    INSERTING ITS OWN - THE REVERSAL CARRIES THE SAME
      *    KEY/DATE/AMOUNT TRIPLE, SO LEAVING ANY IDENTITY BEHIND
      *    WOULD REJECT THE CORRECTED RE-SEND AS A DUPLICATE,
      *    WHICH IS EXACTLY THE PROBLEM THE REVERSAL TYPE EXISTS
      *    TO END.
           MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               PERFORM 3570-INSERT-IDENTITY
           ELSE
               IF UTYPT-SIGN-REVERSE(UTYPT-SUB)
                   PERFORM 3560-REMOVE-IDENTITY
               ELSE
                   PERFORM 3570-INSERT-IDENTITY
               END-IF
           END-IF.

       3570-INSERT-IDENTITY.
           END-IF.

       3600-APPLY-TO-MASTER.
      *    ADJUSTMENTS CARRY THEIR OWN SIGN IN UTRAN-AMOUNT.
      *    2500-EDIT-TRANSACTION GUARANTEES THE TYPE CODE IS ON THE
      *    TABLE BEFORE POSTING IS REACHED.  A REVERSAL BACKS THE
      *    ORIGINAL OUT AS IF IT HAD NEVER POSTED, SO THE
      *    TRANSACTION COUNT COMES DOWN WITH IT RATHER THAN UP.
           MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               PERFORM 3690-ABEND-TYPE-NOT-ON-TABLE
           END-IF
           EVALUATE TRUE
               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                   ADD UTRAN-AMOUNT TO UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       ADD UTRAN-AMOUNT TO UACCT-PURCHASE-TOTAL
                   END-IF
                   PERFORM 3610-COUNT-TYPE-UP
                   ADD 1 TO UACCT-TRAN-COUNT
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   SUBTRACT UTRAN-AMOUNT FROM UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       SUBTRACT UTRAN-AMOUNT FROM UACCT-PURCHASE-TOTAL
                   END-IF
                   PERFORM 3610-COUNT-TYPE-UP
                   ADD 1 TO UACCT-TRAN-COUNT
               WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                   IF UACCT-TRAN-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-TRAN-COUNT
                   END-IF
                   PERFORM 3650-REVERSE-ON-MASTER
           END-EVALUATE
           IF UTRAN-EFF-DATE > UACCT-LAST-ACTIVITY-DATE
               MOVE UTRAN-EFF-DATE TO UACCT-LAST-ACTIVITY-DATE
           END-IF
           MOVE WS-RUN-DATE TO UACCT-LAST-POSTED-DATE
           MOVE WS-POSTING-SEQUENCE TO UACCT-LAST-POSTED-SEQ.

      *    COUNT-AS NAMES THE MASTER COUNTER THE TYPE BUMPS; A
      *    TYPE WITH NONE SHOWS ONLY IN THE TRANSACTION COUNT.
       3610-COUNT-TYPE-UP.
           EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
               WHEN 'PU'
                   ADD 1 TO UACCT-PU-COUNT
               WHEN 'PY'
                   ADD 1 TO UACCT-PY-COUNT
               WHEN 'RF'
                   ADD 1 TO UACCT-RF-COUNT
               WHEN 'AJ'
                   ADD 1 TO UACCT-AJ-COUNT
           END-EVALUATE.

      *****************************************************
      *  3650 - BACK THE ORIGINAL TRANSACTION OUT OF THE  *
      *  MASTER, APPLYING THE EXACT INVERSE OF THE RULES  *
      *  DRIFT ITSELF.                                    *
      *****************************************************
       3650-REVERSE-ON-MASTER.
           MOVE WS-RV-ORIG-TYPE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               PERFORM 3690-ABEND-TYPE-NOT-ON-TABLE
           END-IF
           EVALUATE TRUE
               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                   SUBTRACT UTRAN-AMOUNT FROM UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       SUBTRACT UTRAN-AMOUNT FROM UACCT-PURCHASE-TOTAL
                   END-IF
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   ADD UTRAN-AMOUNT TO UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       ADD UTRAN-AMOUNT TO UACCT-PURCHASE-TOTAL
                   END-IF
           END-EVALUATE
           EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
               WHEN 'PU'
                   IF UACCT-PU-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-PU-COUNT
                   END-IF
               WHEN 'PY'
                   IF UACCT-PY-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-PY-COUNT
                   END-IF
               WHEN 'RF'
                   IF UACCT-RF-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-RF-COUNT
                   END-IF
               WHEN 'AJ'
                   IF UACCT-AJ-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-AJ-COUNT
                   END-IF
           END-EVALUATE.

      *    THE EDIT PROVED THE CODE AGAINST THE SAME TABLE, SO A
      *    MISS HERE MEANS THE TABLE IN STORAGE IS NOT THE ONE
      *    THE DETAIL WAS EDITED AGAINST - STOP RATHER THAN POST
      *    UNDER A GUESSED RULE.
       3690-ABEND-TYPE-NOT-ON-TABLE.
           DISPLAY 'UUUUUUUUU *** TYPE CODE ' UTYPT-SEEK-CODE
                   ' NOT ON TYPE CODE TABLE AT POSTING ***'
           PERFORM 9950-ABEND-WRAPUP.

       2500-EDIT-TRANSACTION.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-EDIT-FAILURE-REASON
           IF WS-RECORD-VALID AND WS-CALENDAR-LOADED
               PERFORM 2700-EDIT-PERIOD-CONTROL
           END-IF
      *    A RETIRED (INACTIVE) TYPE STAYS ON THE TABLE SO ITS
      *    HISTORY STILL REVERSES, BUT TAKES NO NEW ACTIVITY.
           IF WS-RECORD-VALID
               MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
               PERFORM 2510-FIND-TYPE-CODE
               IF NOT UTYPT-FOUND
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'INVALID TRANSACTION TYPE CODE' TO
                       WS-EDIT-FAILURE-REASON
               ELSE
                   IF NOT UTYPT-ACTIVE(UTYPT-SUB)
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'INACTIVE TRANSACTION TYPE CODE' TO
                           WS-EDIT-FAILURE-REASON
                   END-IF
               END-IF
           END-IF
      *    A CLOSED OR FROZEN ACCOUNT TAKES NO ACTIVITY.  THE
      *    VALIDATE-ONLY PASS DOES NOT OPEN THE MASTER, SO THE
      *    STATUS EDIT RUNS ONLY IN THE REAL RUN.
           IF WS-RECORD-VALID AND NOT WS-VALIDATE-ONLY
               PERFORM 2550-EDIT-ACCOUNT-STATUS
           END-IF
      *    A REVERSAL NAMES THE IDENTITY OF AN ALREADY-POSTED
      *    TRANSACTION, SO THE DUPLICATE CHECK INVERTS FOR IT: THE
      *    IDENTITY MUST EXIST ON DUPHIST, AND ITS RECORDED TYPE
      *    CODE TELLS THE POSTING PATH WHAT TO BACK OUT.
           MOVE SPACES TO WS-RV-ORIG-TYPE
           IF WS-RECORD-VALID
               MOVE UTRAN-TYPE-CODE TO UTYPT-SEEK-CODE
               PERFORM 2510-FIND-TYPE-CODE
               IF UTYPT-SIGN-REVERSE(UTYPT-SUB)
                   PERFORM 2650-EDIT-REVERSAL
               ELSE
                   PERFORM 2600-EDIT-DUPLICATE
               PERFORM 2750-WARN-NON-BUSINESS-DAY
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
      *  2550 - ACCOUNT STATUS EDIT.  UACCTMNT CLOSES AND *
      *  FREEZES ACCOUNTS FROM THE ACCOUNT SERVICES       *
      *  DESK'S CARDS; EACH STATE REJECTS UNDER ITS OWN   *
      *  REASON SO THE REGION KNOWS WHICH DESK TO CALL.   *
      *  A KEY WITH NO MASTER RECORD YET IS A NEW         *
      *  ACCOUNT AND PASSES - IT IS OPENED BY ITS FIRST   *
      *  POSTING.                                         *
      *****************************************************
       2550-EDIT-ACCOUNT-STATUS.
           MOVE UTRAN-KEY TO UACCT-KEY
           READ UACCT-FILE
               INVALID KEY
      *            AN ARCHIVED ACCOUNT KEEPS THE STATUS IT WAS
      *            ARCHIVED UNDER - A CLOSED ONE STAYS CLOSED.
                   PERFORM 3520-READ-ARCHIVED-ACCOUNT
                   IF WS-ACCT-ARCHIVED
                       PERFORM 2555-CHECK-ACCOUNT-STATUS
                   END-IF
               NOT INVALID KEY
                   PERFORM 2555-CHECK-ACCOUNT-STATUS
           END-READ
           IF WS-UACCT-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       2555-CHECK-ACCOUNT-STATUS.
           EVALUATE TRUE
               WHEN UACCT-STATUS-CLOSED
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'ACCOUNT CLOSED' TO WS-EDIT-FAILURE-REASON
               WHEN UACCT-STATUS-FROZEN
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'ACCOUNT FROZEN' TO WS-EDIT-FAILURE-REASON
           END-EVALUATE.

      *****************************************************
      *  2700 - PERIOD CONTROL AGAINST THE LOADED TABLE.  *
      *  A CLOSED PERIOD REJECTS THE RECORD OUTRIGHT; AN  *
           MOVE UTRAN-AMOUNT TO UHIST-AMOUNT
           READ UHIST-FILE
               INVALID KEY
                   PERFORM 2610-CHECK-HELD-ITEMS
               NOT INVALID KEY
      *            ONLY THE IDENTITY THIS SAME RUN INSERTED AT THIS
      *            SAME INPUT POSITION IS A RESTART REPLAY - A
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *    NOT POSTED, BUT PERHAPS HELD - ON THE QUEUE OR EARLIER
      *    TONIGHT.  ON A RESTART THE REPLAY SPAN MEETS THE HOLDS
      *    THE ABENDED RUN WROTE; THE ONE AT THIS SAME INPUT
      *    POSITION IS THE ITEM ITSELF, NOT A DUPLICATE.
       2610-CHECK-HELD-ITEMS.
           MOVE 'N' TO WS-HELD-IDENT-FOUND-SWITCH
           PERFORM VARYING WS-HELD-IDENT-SUB FROM 1 BY 1
                   UNTIL WS-HELD-IDENT-SUB > WS-HELD-IDENT-COUNT
                       OR WS-HELD-IDENT-FOUND
               IF WS-HELD-IDENT-KEY(WS-HELD-IDENT-SUB) = UTRAN-KEY
                       AND WS-HELD-IDENT-EFF-DATE(WS-HELD-IDENT-SUB)
                           = UTRAN-EFF-DATE
                       AND WS-HELD-IDENT-AMOUNT(WS-HELD-IDENT-SUB)
                           = UTRAN-AMOUNT
                   IF WS-RESTART-RUN
                           AND WS-HELD-IDENT-HOLD-DATE
                               (WS-HELD-IDENT-SUB) = WS-RUN-DATE
                           AND WS-HELD-IDENT-HOLD-SEQ
                               (WS-HELD-IDENT-SUB)
                               = WS-POSTING-SEQUENCE
                       CONTINUE
                   ELSE
                       SET WS-HELD-IDENT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD-IDENT-FOUND
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'DUPLICATE OF HELD ITEM' TO
                   WS-EDIT-FAILURE-REASON
           END-IF.

      *****************************************************
      *  2650 - REVERSAL EDIT.  A REVERSAL NAMES THE      *
      *  ORIGINAL TRANSACTION'S IDENTITY (KEY + EFFECTIVE *
      *  DATE + AMOUNT); IT IS VALID ONLY WHEN THAT       *
      *  IDENTITY IS ON THE DUPHIST KSDS - PROOF THE      *
                   MOVE 'NO MATCHING POSTED TRANSACTION' TO
                       WS-EDIT-FAILURE-REASON
               NOT INVALID KEY
                   MOVE UHIST-TYPE-CODE TO UTYPT-SEEK-CODE
                   PERFORM 2510-FIND-TYPE-CODE
                   IF NOT UTYPT-FOUND
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'ORIGINAL TYPE UNKNOWN' TO
                           WS-EDIT-FAILURE-REASON
                   ELSE
                       IF UTYPT-REVERSIBLE(UTYPT-SUB)
                           MOVE UHIST-TYPE-CODE TO WS-RV-ORIG-TYPE
                       ELSE
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE 'ORIGINAL TYPE NOT REVERSIBLE' TO
                               WS-EDIT-FAILURE-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-UHIST-FILE-STATUS NOT = '00' AND NOT = '23'
      *    FIGURES THE REGION CONFIRMS.
           IF UTRAN-TYPE-DETAIL AND NOT WS-VALIDATE-ONLY
               IF WS-EDIT-FAILURE-REASON = 'DUPLICATE TRANSACTION'
                       OR WS-EDIT-FAILURE-REASON
                           = 'DUPLICATE OF HELD ITEM'
                   MOVE 'DP' TO WS-ACK-DISPOSITION
               ELSE
                   MOVE 'RJ' TO WS-ACK-DISPOSITION
                   TO UCHKP-RECORDS-SUSPENDED IN UCHKP-OUT-RECORD
               MOVE WS-EDIT-WARNINGS
                   TO UCHKP-EDIT-WARNINGS IN UCHKP-OUT-RECORD
               MOVE WS-RECORDS-HELD
                   TO UCHKP-RECORDS-HELD IN UCHKP-OUT-RECORD
               MOVE WS-RUN-DATE
                   TO UCHKP-RUN-DATE IN UCHKP-OUT-RECORD
               MOVE WS-FEED-COUNT
                   IN UCHKP-OUT-RECORD(WS-FEED-SUB)
           MOVE WS-FEED-SKIPPED(WS-FEED-SUB)
               TO UCHKP-FEED-SKIPPED
                   IN UCHKP-OUT-RECORD(WS-FEED-SUB)
           MOVE WS-FEED-HELD(WS-FEED-SUB)
               TO UCHKP-FEED-HELD
                   IN UCHKP-OUT-RECORD(WS-FEED-SUB).

      *****************************************************
           MOVE USUSP-IN-KEY TO UTRAN-KEY
           MOVE USUSP-IN-AMOUNT TO UTRAN-AMOUNT
           MOVE USUSP-IN-EFF-DATE TO UTRAN-EFF-DATE
      *    ENTRIES CARRIED SINCE BEFORE THE SUSPENSE RECORD HELD
      *    THE TYPE ARE ALL PLAIN REFUNDS.
           IF USUSP-IN-TYPE-CODE = SPACES
               MOVE 'RF' TO UTRAN-TYPE-CODE
           ELSE
               MOVE USUSP-IN-TYPE-CODE TO UTRAN-TYPE-CODE
           END-IF
      *    AN IDENTITY ALREADY ON THE PROCESSED HISTORY MEANS THIS
      *    REFUND HAS POSTED BY ANOTHER ROUTE - UPSTREAM RE-SENT IT
      *    AND THE FEED COPY WENT THROUGH, OR A REPLAYED TWIN OF
           END-IF
           WRITE USUSP-RPT-LINE FROM WS-SUSP-DETAIL-LINE.

      *****************************************************
      *  8300 - REVIEW REPORT FOR THE RISK DESK.  HELDOUT *
      *  IS READ BACK ONCE THE MAIN LOOP IS DONE, SO A    *
      *  RESTARTED RUN REPORTS THE ABENDED RUN'S HOLDS    *
      *  TOO.  EACH LINE CARRIES THE HOLD SEQUENCE THE    *
      *  DESK'S RELEASE/DECLINE CARD MUST NAME (WITH THE  *
      *  RUN DATE AT THE TOP OF THE REPORT).              *
      *****************************************************
       8300-PRINT-HELD-REPORT.
           CLOSE UHELD-FILE
           IF WS-UHELD-FILE-STATUS NOT = '00'
               MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           OPEN INPUT UHELD-FILE
           IF WS-UHELD-FILE-STATUS NOT = '00'
               MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UHELD-RPT-FILE
           IF WS-UHELD-RPT-FILE-STATUS NOT = '00'
               MOVE 'HELDRPT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-RPT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE UHELD-RPT-LINE FROM WS-HELD-HEADING-1
           WRITE UHELD-RPT-LINE FROM WS-RPT-HEADING-2
           WRITE UHELD-RPT-LINE FROM WS-HELD-BLANK-LINE
           WRITE UHELD-RPT-LINE FROM WS-HELD-COLUMN-HEADING
           WRITE UHELD-RPT-LINE FROM WS-HELD-BLANK-LINE
           MOVE 'N' TO WS-HELD-EOF-SWITCH
           PERFORM 8350-REPORT-HELD-ITEM
               UNTIL WS-HELD-END-OF-FILE
           CLOSE UHELD-FILE
           WRITE UHELD-RPT-LINE FROM WS-HELD-BLANK-LINE
           MOVE 'HELD - TYPE CEILING..........'
               TO WS-HELD-COUNT-LABEL
           MOVE WS-HELD-RPT-CEILING TO WS-HELD-COUNT-VALUE
           WRITE UHELD-RPT-LINE FROM WS-HELD-COUNT-LINE
           MOVE 'HELD - ACCOUNT COUNT.........'
               TO WS-HELD-COUNT-LABEL
           MOVE WS-HELD-RPT-COUNT TO WS-HELD-COUNT-VALUE
           WRITE UHELD-RPT-LINE FROM WS-HELD-COUNT-LINE
           MOVE 'HELD - ACCOUNT NET AMOUNT....'
               TO WS-HELD-COUNT-LABEL
           MOVE WS-HELD-RPT-NET TO WS-HELD-COUNT-VALUE
           WRITE UHELD-RPT-LINE FROM WS-HELD-COUNT-LINE
           MOVE 'TOTAL HELD FOR REVIEW........'
               TO WS-HELD-COUNT-LABEL
           MOVE WS-HELD-RPT-TOTAL TO WS-HELD-COUNT-VALUE
           WRITE UHELD-RPT-LINE FROM WS-HELD-COUNT-LINE
           MOVE WS-HELD-RPT-AMOUNT-TOTAL TO WS-HELD-AMOUNT-VALUE
           WRITE UHELD-RPT-LINE FROM WS-HELD-AMOUNT-LINE
           CLOSE UHELD-RPT-FILE.

       8350-REPORT-HELD-ITEM.
           READ UHELD-FILE
               AT END
                   SET WS-HELD-END-OF-FILE TO TRUE
               NOT AT END
                   IF UHELD-HOLD-DATE = WS-RUN-DATE
                       ADD 1 TO WS-HELD-RPT-TOTAL
                       ADD UHELD-AMOUNT TO WS-HELD-RPT-AMOUNT-TOTAL
                       MOVE UHELD-HOLD-SEQ TO WS-HELD-RPT-SEQ
                       MOVE UHELD-KEY TO WS-HELD-RPT-KEY
                       MOVE UHELD-AMOUNT TO WS-HELD-RPT-AMOUNT
                       MOVE UHELD-EFF-DATE TO WS-HELD-RPT-EFF-DATE
                       MOVE UHELD-TYPE-CODE TO WS-HELD-RPT-TYPE
                       MOVE UHELD-FEED-ID TO WS-HELD-RPT-FEED
                       EVALUATE TRUE
                           WHEN UHELD-RULE-CEILING
                               ADD 1 TO WS-HELD-RPT-CEILING
                               MOVE 'TYPE CEILING'
                                   TO WS-HELD-RPT-RULE
                           WHEN UHELD-RULE-COUNT
                               ADD 1 TO WS-HELD-RPT-COUNT
                               MOVE 'ACCOUNT COUNT'
                                   TO WS-HELD-RPT-RULE
                           WHEN OTHER
                               ADD 1 TO WS-HELD-RPT-NET
                               MOVE 'ACCOUNT NET'
                                   TO WS-HELD-RPT-RULE
                       END-EVALUATE
                       WRITE UHELD-RPT-LINE FROM WS-HELD-DETAIL-LINE
                   END-IF
           END-READ
           IF WS-UHELD-FILE-STATUS NOT = '00'
                   AND WS-UHELD-FILE-STATUS NOT = '10'
               MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       9000-TERMINATE.
      *    EVERY FEED'S ACKNOWLEDGMENT HEADER AND TRAILER ARE
      *    WRITTEN HERE, ONCE, FROM THE CHECKPOINT-SAFE FEED
                   MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9910-ABEND-FILE-IO
               END-IF
               CLOSE UARCH-FILE
               IF WS-UARCH-FILE-STATUS NOT = '00'
                   MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9910-ABEND-FILE-IO
               END-IF
           END-IF
           CLOSE UHIST-FILE
           IF WS-UHIST-FILE-STATUS NOT = '00'
                   MOVE WS-UTHST-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9910-ABEND-FILE-IO
               END-IF
               IF WS-VELOCITY-ACTIVE
                   CLOSE URVAC-FILE
                   IF WS-URVAC-FILE-STATUS NOT = '00'
                       MOVE 'REVWACCT' TO WS-ABEND-FILE-NAME
                       MOVE WS-URVAC-FILE-STATUS
                           TO WS-ABEND-FILE-STATUS
                       PERFORM 9910-ABEND-FILE-IO
                   END-IF
               END-IF
               PERFORM 8300-PRINT-HELD-REPORT
      *        HELD ITEMS WAIT ON THE RISK DESK - THE EXCEPTION IS
      *        WHAT PUTS THE REVIEW REPORT IN FRONT OF THEM.
               IF WS-RECORDS-HELD > ZERO
                   MOVE 'UUUU018W' TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-FEED-ID
                   MOVE 'ITEMS HELD FOR REVIEW - SEE REVIEW REPORT'
                       TO WS-EXCP-TEXT
                   PERFORM 9500-WRITE-EXCEPTION
               END-IF
           END-IF
           PERFORM 9470-TALLY-REFUSED-FEEDS
           PERFORM 9400-RECONCILE-RUN
           PERFORM 9100-DISPLAY-RUN-SUMMARY
           PERFORM 9300-PRINT-SUMMARY-REPORT
           PERFORM 9200-WRITE-AUDIT-RECORD
      *    ONLY A COMPLETED, BALANCED FULL RUN LOGS ITS FEEDS - THE
      *    EDIT PASS POSTS NOTHING, A TEST-LIMIT CUTOFF LEFT PART OF
      *    EACH FEED UNPOSTED, AND AN OUT-OF-BALANCE NIGHT IS RERUN
      *    WHOLE (THE JOB SKIPS ITS HELD-QUEUE AND SUSPENSE STEPS),
      *    SO NONE OF THEM MAY REFUSE THE SAME FEEDS TOMORROW.
           IF NOT WS-VALIDATE-ONLY AND NOT WS-STOP-LIMIT-HIT
                                   AND NOT WS-RECONCILE-FAILED
               PERFORM 9700-WRITE-FEED-LOG
           END-IF
           CLOSE UEXCP-FILE
           IF WS-UEXCP-FILE-STATUS NOT = '00'
               MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME
               ELSE
                   SET WS-RECONCILE-OK TO TRUE
      *            AN INPUT WITH NO UPSTREAM FEED AT ALL - EMPTY
      *            FILE, OR NOTHING BUT THE RECYCLED CARRYOVER AND
      *            THE RISK DESK'S RELEASES - IS THE OLD NO-TRAILER
      *            SHORT-FEED CASE: THE UPSTREAM EXTRACT DELIVERED
      *            NOTHING.
                   MOVE WS-FEED-COUNT TO WS-UPSTREAM-FEED-COUNT
                   IF WS-RECYCLE-FEED > ZERO
                       SUBTRACT 1 FROM WS-UPSTREAM-FEED-COUNT
                   END-IF
                   PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                           UNTIL WS-FEED-SUB > WS-FEED-COUNT
                       IF WS-FEED-IS-RELEASE-POOL(WS-FEED-SUB)
                           SUBTRACT 1 FROM WS-UPSTREAM-FEED-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-UPSTREAM-FEED-COUNT = ZERO
                       SET WS-RECONCILE-FAILED TO TRUE
                       ADD 1 TO WS-FEEDS-NO-TRAILER
      *  HERE IS THE SINGLE SOURCE THE REPORT (9350) AND  *
      *  THE PER-FEED AUDIT RECORD (9220) BOTH SHOW.  THE *
      *  RECYCLE POOL HAS NO UPSTREAM TRAILER TO BALANCE  *
      *  AGAINST AND IS EXEMPT, AS IS A FEED REFUSED AS   *
      *  ALREADY PROCESSED.                               *
      *****************************************************
       9450-RECONCILE-ONE-FEED.
           EVALUATE TRUE
               WHEN WS-FEED-SUB = WS-RECYCLE-FEED
                   MOVE 'R' TO WS-FEED-VERDICT(WS-FEED-SUB)
      *        A REFUSED FEED POSTED NOTHING - ITS CRITICAL
      *        EXCEPTION WAS RAISED WHEN IT WAS REFUSED, AND IT
      *        DOES NOT PUT THE RUN OUT OF BALANCE.
               WHEN WS-FEED-REFUSED(WS-FEED-SUB)
                   MOVE 'X' TO WS-FEED-VERDICT(WS-FEED-SUB)
               WHEN NOT WS-FEED-TRAILER-SEEN(WS-FEED-SUB)
                   MOVE 'N' TO WS-FEED-VERDICT(WS-FEED-SUB)
                   SET WS-RECONCILE-FAILED TO TRUE
                   MOVE 'B' TO WS-FEED-VERDICT(WS-FEED-SUB)
           END-EVALUATE.

      *****************************************************
      *  9470 - RUN-LEVEL REFUSED COUNTS, TAKEN FROM THE  *
      *  CHECKPOINT-SAFE FEED TABLE SO A RESTARTED RUN    *
      *  REPORTS THE SAME FIGURES AS AN UNBROKEN ONE.     *
      *****************************************************
       9470-TALLY-REFUSED-FEEDS.
           MOVE ZERO TO WS-FEEDS-REFUSED
           MOVE ZERO TO WS-RECORDS-REFUSED
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-REFUSED(WS-FEED-SUB)
                   ADD 1 TO WS-FEEDS-REFUSED
                   ADD WS-FEED-GROSS-COUNT(WS-FEED-SUB)
                       TO WS-RECORDS-REFUSED
               END-IF
           END-PERFORM.

       9100-DISPLAY-RUN-SUMMARY.
           DISPLAY 'UUUUUUUUU RUN SUMMARY'
           DISPLAY '  RECORDS READ......: ' WS-RECORDS-READ
           DISPLAY '    FIRST-TIME......: ' WS-FIRST-TIME-REJECTS
           DISPLAY '    RECYCLED........: ' WS-RECYCLED-REJECTS
           DISPLAY '  RECORDS SKIPPED...: ' WS-RECORDS-SKIPPED
           DISPLAY '  FEEDS REFUSED.....: ' WS-FEEDS-REFUSED
           DISPLAY '  RECORDS REFUSED...: ' WS-RECORDS-REFUSED
           DISPLAY '  EDIT WARNINGS.....: ' WS-EDIT-WARNINGS
           DISPLAY '  EXCEPTIONS RAISED.: ' WS-EXCP-COUNT
           DISPLAY '  REFUNDS SUSPENDED.: ' WS-RECORDS-SUSPENDED
           DISPLAY '  SUSPENSE MATCHED..: ' WS-SUSPENSE-MATCHED
           DISPLAY '  SUSPENSE CARRIED..: ' WS-SUSPENSE-CARRIED
           DISPLAY '  HELD FOR REVIEW...: ' WS-RECORDS-HELD
           DISPLAY '  ACCTS RESTORED....: ' WS-ACCOUNTS-RESTORED
           DISPLAY '  RELEASES ACKED....: ' WS-RELEASES-ACKNOWLEDGED
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               DISPLAY '  FEED ' WS-FEED-ID(WS-FEED-SUB)
           MOVE 'RECORDS SKIPPED (INCREMENTAL).' TO WS-RPT-COUNT-LABEL
           MOVE WS-RECORDS-SKIPPED TO WS-RPT-COUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'FEEDS REFUSED (ALREADY DONE)..' TO WS-RPT-COUNT-LABEL
           MOVE WS-FEEDS-REFUSED TO WS-RPT-COUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'RECORDS REFUSED (RESENT FEED).' TO WS-RPT-COUNT-LABEL
           MOVE WS-RECORDS-REFUSED TO WS-RPT-COUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'EDIT WARNINGS (NON-BUS DAY)...' TO WS-RPT-COUNT-LABEL
           MOVE WS-EDIT-WARNINGS TO WS-RPT-COUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'PRIOR SUSPENSE CARRIED........' TO WS-RPT-COUNT-LABEL
           MOVE WS-SUSPENSE-CARRIED TO WS-RPT-COUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'HELD FOR REVIEW...............' TO WS-RPT-COUNT-LABEL
           MOVE WS-RECORDS-HELD TO WS-RPT-COUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE WS-AMOUNT-CONTROL-TOTAL TO WS-RPT-AMOUNT-VALUE
           WRITE UREPT-LINE FROM WS-RPT-AMOUNT-LINE
           WRITE UREPT-LINE FROM WS-RPT-BLANK-LINE
           EVALUATE TRUE
               WHEN WS-FEED-SUB = WS-RECYCLE-FEED
                   MOVE 'RECYCLE POOL' TO WS-RPT-FEED-STATUS
               WHEN WS-FEED-REFUSED(WS-FEED-SUB)
                   MOVE 'REFUSED-RESENT' TO WS-RPT-FEED-STATUS
               WHEN WS-FEED-VERDICT(WS-FEED-SUB) = 'B'
                   MOVE 'IN BALANCE' TO WS-RPT-FEED-STATUS
               WHEN WS-FEED-VERDICT(WS-FEED-SUB) = 'N'
                   UNTIL WS-CU-SCAN-SUB >= WS-FEED-SUB
                       OR WS-CU-DATE-SEEN
               IF WS-FEED-BUS-DATE(WS-CU-SCAN-SUB) = WS-CU-DATE
                       AND NOT WS-FEED-REFUSED(WS-CU-SCAN-SUB)
                   SET WS-CU-DATE-SEEN TO TRUE
               END-IF
           END-PERFORM
      *    A REFUSED FEED'S DATE WAS ALREADY RECOVERED ON THE NIGHT
      *    THE FEED FIRST POSTED - IT NEITHER OPENS A DATE HERE NOR
      *    ADDS ITS UNPOSTED DETAILS TO ANOTHER FEED'S DATE.
           IF NOT WS-CU-DATE-SEEN
                   AND NOT WS-FEED-REFUSED(WS-FEED-SUB)
               MOVE ZERO TO WS-CU-READ
               MOVE ZERO TO WS-CU-PROCESSED
               MOVE ZERO TO WS-CU-REJECTED
               PERFORM VARYING WS-CU-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-CU-SCAN-SUB > WS-FEED-COUNT
                   IF WS-FEED-BUS-DATE(WS-CU-SCAN-SUB) = WS-CU-DATE
                           AND NOT WS-FEED-REFUSED(WS-CU-SCAN-SUB)
                       ADD WS-FEED-GROSS-COUNT(WS-CU-SCAN-SUB)
                           TO WS-CU-READ
                       ADD WS-FEED-PROCESSED(WS-CU-SCAN-SUB)
               PERFORM 9610-WRITE-ONE-ACK-TRAILER
           END-PERFORM.

      *    THE RELEASE POOL IS NOT ACKNOWLEDGED: ITS REGIONS WERE
      *    TOLD 'HELD' THE NIGHT EACH ITEM ARRIVED, A DECLINE GOES
      *    BACK TO THEM FROM UHELDREL, AND EACH RELEASED ITEM'S
      *    OUTCOME GOES BACK IN A SECTION OF ITS OWN (9680).
       9610-WRITE-ONE-ACK-TRAILER.
           IF WS-FEED-SUB = WS-RECYCLE-FEED
                   OR WS-FEED-IS-RELEASE-POOL(WS-FEED-SUB)
               CONTINUE
           ELSE
               PERFORM 9650-WRITE-ACK-HEADER
                   TO UACK-TRLR-SUSPENDED
               MOVE WS-FEED-SKIPPED(WS-FEED-SUB)
                   TO UACK-TRLR-SKIPPED
               MOVE WS-FEED-HELD(WS-FEED-SUB)
                   TO UACK-TRLR-HELD
               MOVE ZERO TO UACK-TRLR-DECLINED
               PERFORM 9670-WRITE-ACK-RECORD
           END-IF.

           PERFORM 9670-WRITE-ACK-RECORD.

       9660-WRITE-ACK-DISPOSITION.
           EVALUATE TRUE
               WHEN WS-RECYCLED-INPUT
                       OR WS-ACTIVE-FEED = ZERO
                       OR WS-ACTIVE-FEED = WS-RECYCLE-FEED
                   CONTINUE
      *        A RELEASED ITEM HELD FROM A '*' POOL CARRIES NO
      *        REGION AND IS NOT ACKNOWLEDGED.
               WHEN WS-RELEASED-INPUT
                   IF UTRAN-HELD-FEED-ID NOT = SPACES
                           AND UTRAN-HELD-FEED-ID NOT = LOW-VALUES
                       PERFORM 9680-WRITE-RELEASE-OUTCOME
                   END-IF
               WHEN OTHER
                   MOVE WS-FEED-ID(WS-ACTIVE-FEED) TO UACK-FEED-ID
                   PERFORM 9665-WRITE-ACK-DETAIL
           END-EVALUATE.

      *    UACK-FEED-ID IS SET BY THE CALLER.
       9665-WRITE-ACK-DETAIL.
           MOVE UACK-FEED-ID TO WS-ACK-FEED-ID
           MOVE SPACES TO UACK-RECORD
           SET UACK-TYPE-DETAIL TO TRUE
           MOVE WS-ACK-FEED-ID TO UACK-FEED-ID
           MOVE UTRAN-KEY TO UACK-DTL-KEY
           MOVE UTRAN-EFF-DATE TO UACK-DTL-EFF-DATE
           MOVE UTRAN-AMOUNT TO UACK-DTL-AMOUNT
           MOVE WS-ACK-DISPOSITION TO UACK-DTL-DISPOSITION
           MOVE WS-ACK-REASON TO UACK-DTL-REASON
           PERFORM 9670-WRITE-ACK-RECORD.

       9670-WRITE-ACK-RECORD.
           WRITE UACK-RECORD
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  9680 - FINAL OUTCOME OF A HELD ITEM THE RISK     *
      *  DESK RELEASED.  THE REGION WAS TOLD 'HELD' THE   *
      *  NIGHT IT SENT THE ITEM; TONIGHT IT GETS A ONE-   *
      *  ITEM SECTION OF ITS OWN UNDER THE ORIGINAL FEED  *
      *  ID AND BUSINESS DATE, AS A DECLINE DOES FROM     *
      *  UHELDREL, WITH THE ITEM'S DISPOSITION AND A      *
      *  TRAILER COUNTING IT ONCE.  LIKE THE OTHER REJECT *
      *  DISPOSITIONS, A REJECTED OR SUSPENDED RELEASE IN *
      *  A RESTARTED RUN'S REPLAY SPAN CAN BE RETURNED    *
      *  TWICE; A PROCESSED ONE IS GUARDED BY THE REPLAY  *
      *  MARKER.                                          *
      *****************************************************
       9680-WRITE-RELEASE-OUTCOME.
           MOVE SPACES TO UACK-RECORD
           SET UACK-TYPE-HEADER TO TRUE
           MOVE UTRAN-HELD-FEED-ID TO UACK-FEED-ID
           MOVE UTRAN-HELD-BUS-DATE TO UACK-HDR-BUS-DATE
           MOVE WS-RUN-DATE TO UACK-HDR-RUN-DATE
           PERFORM 9670-WRITE-ACK-RECORD
           MOVE UTRAN-HELD-FEED-ID TO UACK-FEED-ID
           PERFORM 9665-WRITE-ACK-DETAIL
           MOVE SPACES TO UACK-RECORD
           SET UACK-TYPE-TRAILER TO TRUE
           MOVE UTRAN-HELD-FEED-ID TO UACK-FEED-ID
           MOVE ZERO TO UACK-TRLR-ACCEPTED
           MOVE ZERO TO UACK-TRLR-REJECTED
           MOVE ZERO TO UACK-TRLR-SUSPENDED
           MOVE ZERO TO UACK-TRLR-SKIPPED
           MOVE ZERO TO UACK-TRLR-HELD
           MOVE ZERO TO UACK-TRLR-DECLINED
           EVALUATE WS-ACK-DISPOSITION
               WHEN 'PR'
                   MOVE 1 TO UACK-TRLR-ACCEPTED
               WHEN 'SU'
                   MOVE 1 TO UACK-TRLR-SUSPENDED
               WHEN OTHER
                   MOVE 1 TO UACK-TRLR-REJECTED
           END-EVALUATE
           PERFORM 9670-WRITE-ACK-RECORD
           ADD 1 TO WS-RELEASES-ACKNOWLEDGED.

      *****************************************************
      *  9700 - APPEND TONIGHT'S FEEDS TO THE PROCESSED-  *
      *  FEED LOG: EVERY UPSTREAM FEED THE RUN TOOK,      *
      *  WHATEVER ITS TRAILER VERDICT, SINCE ITS DETAILS  *
      *  ARE POSTED EITHER WAY.  THE RECYCLE POOL AND     *
      *  HEADERLESS FEEDS HAVE NO REAL IDENTITY TO        *
      *  REFUSE A RE-SEND BY, AND A REFUSED FEED IS       *
      *  ALREADY ON THE LOG FROM THE NIGHT IT POSTED.     *
      *  NOT PERFORMED ON AN OUT-OF-BALANCE RUN.          *
      *****************************************************
       9700-WRITE-FEED-LOG.
           OPEN EXTEND UFLOG-FILE
           IF WS-UFLOG-FILE-STATUS NOT = '00'
               MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               PERFORM 9710-LOG-ONE-FEED
           END-PERFORM
           CLOSE UFLOG-FILE
           IF WS-UFLOG-FILE-STATUS NOT = '00'
               MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           DISPLAY 'UUUUUUUUU FEEDS LOGGED AS PROCESSED: '
               WS-FEEDS-LOGGED.

       9710-LOG-ONE-FEED.
           IF WS-FEED-ID(WS-FEED-SUB)(1:1) = '*'
                   OR WS-FEED-REFUSED(WS-FEED-SUB)
               CONTINUE
           ELSE
               MOVE SPACES TO UFLOG-RECORD
               MOVE WS-FEED-ID(WS-FEED-SUB) TO UFLOG-FEED-ID
               MOVE WS-FEED-BUS-DATE(WS-FEED-SUB) TO UFLOG-BUS-DATE
               MOVE WS-RUN-DATE TO UFLOG-RUN-DATE
               MOVE WS-FEED-GROSS-COUNT(WS-FEED-SUB)
                   TO UFLOG-GROSS-COUNT
               MOVE WS-FEED-PROCESSED(WS-FEED-SUB) TO UFLOG-PROCESSED
               MOVE WS-FEED-REJECTED(WS-FEED-SUB) TO UFLOG-REJECTED
               MOVE WS-FEED-SUSPENDED(WS-FEED-SUB)
                   TO UFLOG-SUSPENDED
               MOVE WS-FEED-GROSS-AMOUNT(WS-FEED-SUB)
                   TO UFLOG-GROSS-AMOUNT
               MOVE WS-FEED-VERDICT(WS-FEED-SUB) TO UFLOG-VERDICT
               WRITE UFLOG-RECORD
               IF WS-UFLOG-FILE-STATUS NOT = '00'
                   MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9910-ABEND-FILE-IO
               END-IF
               ADD 1 TO WS-FEEDS-LOGGED
           END-IF.

       9500-WRITE-EXCEPTION.
           PERFORM 9510-WRITE-EXCEPTION-SOFT
           IF WS-UEXCP-FILE-STATUS NOT = '00'
