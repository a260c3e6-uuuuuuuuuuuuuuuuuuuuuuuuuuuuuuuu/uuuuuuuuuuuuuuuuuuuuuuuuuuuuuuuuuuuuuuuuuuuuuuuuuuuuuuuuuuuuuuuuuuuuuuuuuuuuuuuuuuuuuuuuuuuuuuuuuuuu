       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPERCLS.

      *****************************************************
      *  PERIOD CLOSE - GL TO SUBLEDGER RECONCILIATION    *
      *  AND PERIOD-END BALANCE SNAPSHOT.  RUN ONCE PER   *
      *  ACCOUNTING PERIOD (PARM='YYYYMM') ON OR AFTER    *
      *  ITS CALENDAR CUTOFF.  MATCH-MERGES THE ACCOUNT   *
      *  MASTER WITH THE SORTED TRANSACTION HISTORY AND   *
      *  WRITES EVERY ACCOUNT'S BALANCE AS IT STOOD AT    *
      *  THE CUTOFF TO A NEW SNAPSHOT (USNAPREC).  THE    *
      *  CHANGE IN TOTAL BALANCE SINCE THE PRIOR PERIOD'S *
      *  SNAPSHOT IS THEN PROVED AGAINST THE GL JOURNAL   *
      *  BATCHES UGLJRNL SENT FOR THE NIGHTS IN BETWEEN   *
      *  (THE CUMULATIVE GLJRNL HISTORY), BY TYPE CODE,   *
      *  JOURNAL PERIOD AND DEBIT/CREDIT, PLUS THE        *
      *  SUSPENSE DESK'S POSTINGS, WHICH REACH THE MASTER *
      *  WITHOUT PASSING THROUGH THE GL FEED.  PRINTS A   *
      *  TRIAL-BALANCE STYLE RECONCILIATION.  ONLY WHEN   *
      *  IT PROVES TO THE PENNY IS THE 'P' CALENDAR CARD  *
      *  THAT CLOSES THE PERIOD WRITTEN (CLSCARD), AND    *
      *  UCALMNT WILL NOT CLOSE A PERIOD WITHOUT ONE.     *
      *  RC 8 WHEN THE RECONCILIATION DOES NOT PROVE,     *
      *  RC 16 WHEN THE CLOSE CANNOT RUN AT ALL.          *
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

           SELECT USNPV-FILE ASSIGN TO SNAPPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USNPV-FILE-STATUS.

           SELECT UGLJ-FILE ASSIGN TO GLJHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UGLJ-FILE-STATUS.

           SELECT UTHST-FILE ASSIGN TO HISTSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTHST-FILE-STATUS.

           SELECT UACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

           SELECT USNAP-FILE ASSIGN TO SNAPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USNAP-FILE-STATUS.

           SELECT UCLOS-FILE ASSIGN TO CLSCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCLOS-FILE-STATUS.

           SELECT UCRPT-FILE ASSIGN TO CLSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCRPT-FILE-STATUS.

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

       FD  USNPV-FILE
           RECORDING MODE IS F.
       COPY USNAPREC
           REPLACING ==USNAP-RECORD==      BY ==USNPV-RECORD==
                     ==USNAP-PERIOD==      BY ==USNPV-PERIOD==
                     ==USNAP-KEY==         BY ==USNPV-KEY==
                     ==USNAP-CUTOFF-DATE== BY ==USNPV-CUTOFF-DATE==
                     ==USNAP-BALANCE==     BY ==USNPV-BALANCE==
                     ==USNAP-ACCT-STATUS== BY ==USNPV-ACCT-STATUS==.

       FD  UGLJ-FILE
           RECORDING MODE IS F.
       COPY UGLJREC.

       FD  UTHST-FILE
           RECORDING MODE IS F.
       COPY UTHSTREC.

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  USNAP-FILE
           RECORDING MODE IS F.
       COPY USNAPREC.

       FD  UCLOS-FILE
           RECORDING MODE IS F.
       COPY UCALREC
           REPLACING ==UCAL-RECORD==       BY ==UCLOS-RECORD==
                     ==UCAL-REC-TYPE==     BY ==UCLOS-REC-TYPE==
                     ==UCAL-TYPE-DAY==     BY ==UCLOS-TYPE-DAY==
                     ==UCAL-TYPE-PERIOD==  BY ==UCLOS-TYPE-PERIOD==
                     ==UCAL-DAY-DATA==     BY ==UCLOS-DAY-DATA==
                     ==UCAL-DATE==         BY ==UCLOS-DATE==
                     ==UCAL-DAY-STATUS==   BY ==UCLOS-DAY-STATUS==
                     ==UCAL-DAY-BUSINESS== BY ==UCLOS-DAY-BUSINESS==
                     ==UCAL-DAY-HOLIDAY==  BY ==UCLOS-DAY-HOLIDAY==
                     ==UCAL-DAY-WEEKEND==  BY ==UCLOS-DAY-WEEKEND==
                     ==UCAL-PERIOD-DATA==  BY ==UCLOS-PERIOD-DATA==
                     ==UCAL-PERIOD==       BY ==UCLOS-PERIOD==
                     ==UCAL-PERIOD-STATUS==
                         BY ==UCLOS-PERIOD-STATUS==
                     ==UCAL-PERIOD-OPEN==  BY ==UCLOS-PERIOD-OPEN==
                     ==UCAL-PERIOD-CLOSED==
                         BY ==UCLOS-PERIOD-CLOSED==
                     ==UCAL-PERIOD-CUTOFF-DATE==
                         BY ==UCLOS-PERIOD-CUTOFF-DATE==.

       FD  UCRPT-FILE
           RECORDING MODE IS F.
       01  UCRPT-LINE                      PIC X(132).

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCAL-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-USNPV-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UGLJ-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USNAP-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCLOS-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCRPT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HIST-END-OF-FILE         VALUE 'Y'.
           05  WS-MAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-MAST-END-OF-FILE         VALUE 'Y'.
           05  WS-SNPV-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SNPV-END-OF-FILE         VALUE 'Y'.
           05  WS-GLJ-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-GLJ-END-OF-FILE          VALUE 'Y'.
           05  WS-PERIOD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND             VALUE 'Y'.
           05  WS-PRIOR-PERIOD-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRIOR-PERIOD-FOUND       VALUE 'Y'.
           05  WS-PRIOR-SNAP-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PRIOR-SNAP-DERIVED       VALUE 'Y'.
           05  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-BATCH-OPEN               VALUE 'Y'.
           05  WS-BATCH-WINDOW-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-BATCH-IN-WINDOW          VALUE 'Y'.
           05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND              VALUE 'Y'.
           05  WS-RECON-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-RECON-CLEAN              VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-CLS-PERIOD               PIC 9(06) VALUE ZERO.
           05  WS-CLS-PERIOD-PARTS REDEFINES WS-CLS-PERIOD.
               10  WS-CLS-YYYY             PIC 9(04).
               10  WS-CLS-MM               PIC 9(02).
           05  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
           05  WS-PERIOD-STATUS            PIC X(01) VALUE SPACE.
      *    THE CLOSE WINDOW IS EVERYTHING POSTED (BY RUN DATE)
      *    AFTER THE PRIOR SNAPSHOT'S CUTOFF AND ON OR BEFORE THIS
      *    PERIOD'S - THE SAME NIGHTS WHOSE GL BATCHES ARE PROVED.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           05  WS-CAL-PRIOR-CUTOFF         PIC 9(08) VALUE ZERO.
           05  WS-MONTH-START              PIC 9(08) VALUE ZERO.

      *****************************************************
      *  THE PRIOR PERIOD'S SNAPSHOT (PERSNAP G(0)).  ITS *
      *  CUTOFF OPENS THE WINDOW AND ITS TOTAL IS THE     *
      *  OPENING SIDE OF THE PROOF.  AN EMPTY GENERATION  *
      *  MEANS THIS IS THE FIRST CLOSE, AND THE PRIOR     *
      *  TOTAL IS DERIVED FROM THE MASTER AND HISTORY.    *
      *****************************************************
       01  WS-PRIOR-SNAPSHOT.
           05  WS-PRV-PERIOD               PIC 9(06) VALUE ZERO.
           05  WS-PRV-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
           05  WS-PRV-RECORDS              PIC 9(09) VALUE ZERO.
           05  WS-PRV-TOTAL                PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

      *****************************************************
      *  ONE GL BATCH, HELD UNTIL ITS TRAILER IS READ -   *
      *  ONLY A BATCH THE TRAILER FLAGS BALANCED WAS      *
      *  LOADED TO THE GL, SO ONLY THOSE ENTRIES COUNT    *
      *  AS GL MOVEMENT.  THE 'CT' CONTROL OFFSET IS NOT  *
      *  BUFFERED - IT IS THE GL'S OWN CONTRA.            *
      *****************************************************
       01  WS-BATCH-CONTROL.
           05  WS-BAT-MAX                  PIC S9(04) COMP VALUE +100.
           05  WS-BAT-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-BAT-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-BAT-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-BAT-NET                  PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-BAT-ENTRY OCCURS 100 TIMES.
               10  WS-BAT-TYPE-CODE        PIC X(02).
               10  WS-BAT-PERIOD           PIC 9(06).
               10  WS-BAT-DR-CR            PIC X(02).
               10  WS-BAT-AMOUNT           PIC S9(11)V99 COMP-3.
               10  WS-BAT-TRAN-COUNT       PIC 9(09).

      *****************************************************
      *  GL MOVEMENT FOR THE WINDOW - ONE ENTRY PER TYPE  *
      *  CODE AND JOURNAL PERIOD, KEPT IN TYPE/PERIOD     *
      *  ORDER FOR THE TRIAL BALANCE.                     *
      *****************************************************
       01  WS-GL-CONTROL.
           05  WS-GL-MAX                   PIC S9(04) COMP VALUE +200.
           05  WS-GL-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-GL-SUB                   PIC S9(04) COMP VALUE ZERO.
           05  WS-GL-SHIFT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-GL-WORK-KEY.
               10  WS-GL-WORK-TYPE-CODE    PIC X(02).
               10  WS-GL-WORK-PERIOD       PIC 9(06).
           05  WS-GL-ENTRY OCCURS 200 TIMES.
               10  WS-GL-SORT-KEY.
                   15  WS-GL-TYPE-CODE     PIC X(02).
                   15  WS-GL-PERIOD        PIC 9(06).
               10  WS-GL-TRAN-COUNT        PIC 9(09).
               10  WS-GL-DEBITS            PIC S9(11)V99 COMP-3.
               10  WS-GL-CREDITS           PIC S9(11)V99 COMP-3.

      *****************************************************
      *  SUSPENSE DESK POSTINGS (FEED '*SUSPDSP') IN THE  *
      *  WINDOW, BY TYPE CODE.  USUSPDSP POSTS THE MASTER *
      *  AND HISTORY DIRECTLY, SO THESE MOVE THE          *
      *  SUBLEDGER WITH NO GL BATCH BEHIND THEM AND ARE   *
      *  SHOWN AS RECONCILING ITEMS.                      *
      *****************************************************
       01  WS-OUTSIDE-GL-CONTROL.
           05  WS-OGL-MAX                  PIC S9(04) COMP VALUE +20.
           05  WS-OGL-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-OGL-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-OGL-ENTRY OCCURS 20 TIMES.
               10  WS-OGL-TYPE-CODE        PIC X(02).
               10  WS-OGL-ROW-COUNT        PIC 9(09).
               10  WS-OGL-AMOUNT           PIC S9(11)V99 COMP-3.

       01  WS-ACCOUNT-GROUP.
           05  WS-GROUP-KEY                PIC X(10) VALUE SPACES.
           05  WS-GROUP-ACTIVITY           PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-LATE-ACTIVITY      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ROW-EFFECT               PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       COPY UTYPETBL.

       01  WS-CLOSE-COUNTERS.
           05  WS-HIST-ROWS-READ           PIC 9(09) VALUE ZERO.
           05  WS-WINDOW-ROWS              PIC 9(09) VALUE ZERO.
           05  WS-LATE-ROWS                PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-SNAPPED         PIC 9(09) VALUE ZERO.
           05  WS-HIST-ONLY-KEYS           PIC 9(09) VALUE ZERO.
           05  WS-GLJ-RECORDS-READ         PIC 9(09) VALUE ZERO.
           05  WS-GL-BATCHES-LOADED        PIC 9(09) VALUE ZERO.
           05  WS-GL-BATCHES-HELD          PIC 9(09) VALUE ZERO.
           05  WS-GL-BATCHES-INCOMPLETE    PIC 9(09) VALUE ZERO.
           05  WS-SNAP-TOTAL               PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-HIST-WINDOW-TOTAL        PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-HIST-ONLY-TOTAL          PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GL-HELD-NET              PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GL-TOTAL-DEBITS          PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GL-TOTAL-CREDITS         PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GL-NET                   PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-OGL-TOTAL                PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-BALANCE-CHANGE           PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-EXPLAINED-TOTAL          PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-RECON-DIFFERENCE         PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UPERCLS - PERIOD CLOSE RECONCILIATION'.
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
               10  FILLER                  PIC X(18)
                       VALUE '   PRIOR SNAPSHOT '.
               10  WS-HDG-PRIOR-PERIOD     PIC 9(06).
               10  FILLER                  PIC X(42) VALUE SPACES.
           05  WS-TB-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(10) VALUE 'PERIOD'.
               10  FILLER                  PIC X(11)
                       VALUE '      TRANS'.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(21)
                       VALUE '               DEBITS'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(21)
                       VALUE '              CREDITS'.
               10  FILLER                  PIC X(56) VALUE SPACES.
           05  WS-TB-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-TB-TYPE-CODE         PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-TB-PERIOD            PIC 9(06).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-TB-TRAN-COUNT        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-TB-DEBITS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-TB-CREDITS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(56) VALUE SPACES.
           05  WS-TB-TOTAL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-TBT-LABEL            PIC X(31).
               10  WS-TBT-DEBITS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-TBT-CREDITS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(56) VALUE SPACES.
           05  WS-OGL-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(16) VALUE 'TYPE'.
               10  FILLER                  PIC X(11)
                       VALUE '       ROWS'.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(21)
                       VALUE '       BALANCE EFFECT'.
               10  FILLER                  PIC X(79) VALUE SPACES.
           05  WS-OGL-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-OGLD-TYPE-CODE       PIC X(02).
               10  FILLER                  PIC X(14) VALUE SPACES.
               10  WS-OGLD-ROW-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-OGLD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(79) VALUE SPACES.
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
      *    PERIOD BEING CLOSED, YYYYMM.
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
           PERFORM 4000-RECONCILE-PERIOD
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN NOT = 6
                   OR LS-PERIOD-TEXT(1:6) NOT NUMERIC
               DISPLAY 'UPERCLS *** PARM MUST BE THE PERIOD TO '
                       'CLOSE, YYYYMM ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-PERIOD-TEXT(1:6) TO WS-CLS-PERIOD
           IF WS-CLS-MM < 1 OR WS-CLS-MM > 12
               DISPLAY 'UPERCLS *** PERIOD ' WS-CLS-PERIOD
                       ' IS NOT A VALID YYYYMM ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLS-MM = 1
               COMPUTE WS-PRIOR-PERIOD = WS-CLS-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-CLS-PERIOD - 1
           END-IF
           PERFORM 1050-READ-CONTROL-FILE
           PERFORM 1070-FIND-PERIOD-CUTOFFS
           PERFORM 1040-LOAD-TYPE-TABLE
           PERFORM 1100-LOAD-PRIOR-SNAPSHOT
           PERFORM 1200-LOAD-GL-HISTORY
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
           OPEN OUTPUT USNAP-FILE
           IF WS-USNAP-FILE-STATUS NOT = '00'
               MOVE 'SNAPNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-USNAP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UCLOS-FILE
           IF WS-UCLOS-FILE-STATUS NOT = '00'
               MOVE 'CLSCARD ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCLOS-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UCRPT-FILE
           IF WS-UCRPT-FILE-STATUS NOT = '00'
               MOVE 'CLSRPT  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCRPT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 8000-PRINT-PAGE-HEADING.

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
               DISPLAY 'UPERCLS *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UPERCLS *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UPERCLS *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'UPERCLS *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UPERCLS *** TYPE CODE TABLE '
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
                           DISPLAY 'UPERCLS *** TYPE CODE TABLE '
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
           DISPLAY 'UPERCLS *** TYPE CODE TABLE REFUSED - RUN '
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
                   DISPLAY 'UPERCLS WARNING: CONTROL FILE EMPTY, '
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
      *  1070 - THE PERIOD MUST BE ON THE CALENDAR, STILL *
      *  OPEN, WITH A CUTOFF THE RUN HAS REACHED.  THE    *
      *  PRIOR PERIOD'S CUTOFF IS KEPT ONLY FOR A FIRST   *
      *  CLOSE, WHEN THERE IS NO PRIOR SNAPSHOT TO OPEN   *
      *  THE WINDOW.                                      *
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
               DISPLAY 'UPERCLS *** PERIOD ' WS-CLS-PERIOD
                       ' HAS NO CUTOFF DATE ON THE CALENDAR ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-STATUS = 'C'
               DISPLAY 'UPERCLS *** PERIOD ' WS-CLS-PERIOD
                       ' IS ALREADY CLOSED ON THE CALENDAR ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE < WS-CUTOFF-DATE
               DISPLAY 'UPERCLS *** RUN DATE ' WS-RUN-DATE
                       ' IS BEFORE PERIOD CUTOFF ' WS-CUTOFF-DATE
                       ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRIOR-PERIOD-FOUND
                   OR WS-CAL-PRIOR-CUTOFF NOT NUMERIC
                   OR WS-CAL-PRIOR-CUTOFF = ZERO
               COMPUTE WS-MONTH-START = WS-CLS-PERIOD * 100 + 1
               COMPUTE WS-CAL-PRIOR-CUTOFF =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
           END-IF.

       1080-READ-CALENDAR-RECORD.
           READ UCAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF UCAL-TYPE-PERIOD
                       IF UCAL-PERIOD = WS-CLS-PERIOD
                           SET WS-PERIOD-FOUND TO TRUE
                           MOVE UCAL-PERIOD-STATUS
                               TO WS-PERIOD-STATUS
                           MOVE UCAL-PERIOD-CUTOFF-DATE
                               TO WS-CUTOFF-DATE
                       END-IF
                       IF UCAL-PERIOD = WS-PRIOR-PERIOD
                           SET WS-PRIOR-PERIOD-FOUND TO TRUE
                           MOVE UCAL-PERIOD-CUTOFF-DATE
                               TO WS-CAL-PRIOR-CUTOFF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *  1100 - THE PRIOR SNAPSHOT MUST BE THE            *
      *  IMMEDIATELY PRECEDING PERIOD: A LATER ONE MEANS  *
      *  THIS PERIOD HAS ALREADY BEEN SNAPPED, AN EARLIER *
      *  ONE MEANS A PERIOD WAS SKIPPED, AND EITHER WAY   *
      *  THE PROOF WOULD SPAN THE WRONG NIGHTS.  PERIODS  *
      *  CLOSE IN ORDER, ONE AT A TIME.                   *
      *****************************************************
       1100-LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT USNPV-FILE
           IF WS-USNPV-FILE-STATUS NOT = '00'
               MOVE 'SNAPPRV ' TO WS-ABEND-FILE-NAME
               MOVE WS-USNPV-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1110-READ-PRIOR-SNAPSHOT
           IF WS-SNPV-END-OF-FILE
               SET WS-PRIOR-SNAP-DERIVED TO TRUE
               MOVE WS-PRIOR-PERIOD TO WS-PRV-PERIOD
               MOVE WS-CAL-PRIOR-CUTOFF TO WS-PRV-CUTOFF-DATE
               DISPLAY 'UPERCLS WARNING: NO PRIOR SNAPSHOT - FIRST '
                       'CLOSE, PRIOR TOTAL DERIVED FROM HISTORY'
           ELSE
               MOVE USNPV-PERIOD TO WS-PRV-PERIOD
               MOVE USNPV-CUTOFF-DATE TO WS-PRV-CUTOFF-DATE
               PERFORM 1150-TOTAL-PRIOR-SNAPSHOT
                   UNTIL WS-SNPV-END-OF-FILE
           END-IF
           CLOSE USNPV-FILE
           IF WS-PRV-PERIOD NOT = WS-PRIOR-PERIOD
               DISPLAY 'UPERCLS *** PRIOR SNAPSHOT IS PERIOD '
                       WS-PRV-PERIOD ', EXPECTED ' WS-PRIOR-PERIOD
                       ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRV-CUTOFF-DATE NOT < WS-CUTOFF-DATE
               DISPLAY 'UPERCLS *** PRIOR SNAPSHOT CUTOFF '
                       WS-PRV-CUTOFF-DATE ' IS NOT BEFORE '
                       WS-CUTOFF-DATE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRV-CUTOFF-DATE TO WS-PRIOR-CUTOFF-DATE.

       1110-READ-PRIOR-SNAPSHOT.
           READ USNPV-FILE
               AT END
                   SET WS-SNPV-END-OF-FILE TO TRUE
           END-READ
           IF WS-USNPV-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'SNAPPRV ' TO WS-ABEND-FILE-NAME
               MOVE WS-USNPV-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1150-TOTAL-PRIOR-SNAPSHOT.
           IF USNPV-PERIOD NOT = WS-PRV-PERIOD
               DISPLAY 'UPERCLS *** PRIOR SNAPSHOT HOLDS PERIODS '
                       WS-PRV-PERIOD ' AND ' USNPV-PERIOD ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRV-RECORDS
           ADD USNPV-BALANCE TO WS-PRV-TOTAL
           PERFORM 1110-READ-PRIOR-SNAPSHOT.

      *****************************************************
      *  1200 - PICK THE WINDOW'S BATCHES OFF THE         *
      *  CUMULATIVE GL JOURNAL HISTORY.  A BATCH BELONGS  *
      *  TO THE WINDOW BY ITS HEADER RUN DATE - THE SAME  *
      *  NIGHT THAT POSTED ITS TRANSACTIONS - WHATEVER    *
      *  JOURNAL PERIOD ITS ENTRIES CARRY.  A BATCH LEFT  *
      *  WITHOUT A TRAILER NEVER REACHED THE GL AND IS    *
      *  COUNTED AS INCOMPLETE.                           *
      *****************************************************
       1200-LOAD-GL-HISTORY.
           OPEN INPUT UGLJ-FILE
           IF WS-UGLJ-FILE-STATUS NOT = '00'
               MOVE 'GLJHIST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UGLJ-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1210-READ-GL-RECORD
           PERFORM 1250-APPLY-GL-RECORD
               UNTIL WS-GLJ-END-OF-FILE
           IF WS-BATCH-OPEN AND WS-BATCH-IN-WINDOW
               ADD 1 TO WS-GL-BATCHES-INCOMPLETE
           END-IF
           CLOSE UGLJ-FILE.

       1210-READ-GL-RECORD.
           READ UGLJ-FILE
               AT END
                   SET WS-GLJ-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-GLJ-RECORDS-READ
           END-READ
           IF WS-UGLJ-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'GLJHIST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UGLJ-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1250-APPLY-GL-RECORD.
           EVALUATE TRUE
               WHEN UGLJ-TYPE-HEADER
                   IF WS-BATCH-OPEN AND WS-BATCH-IN-WINDOW
                       ADD 1 TO WS-GL-BATCHES-INCOMPLETE
                   END-IF
                   SET WS-BATCH-OPEN TO TRUE
                   MOVE UGLJ-HDR-RUN-DATE TO WS-BAT-RUN-DATE
                   MOVE ZERO TO WS-BAT-COUNT
                   MOVE ZERO TO WS-BAT-NET
                   IF WS-BAT-RUN-DATE > WS-PRIOR-CUTOFF-DATE
                           AND WS-BAT-RUN-DATE NOT > WS-CUTOFF-DATE
                       SET WS-BATCH-IN-WINDOW TO TRUE
                   ELSE
                       MOVE 'N' TO WS-BATCH-WINDOW-SWITCH
                   END-IF
               WHEN UGLJ-TYPE-JOURNAL
                   IF WS-BATCH-OPEN AND WS-BATCH-IN-WINDOW
                           AND UGLJ-JRNL-TYPE-CODE NOT = 'CT'
                       PERFORM 1260-BUFFER-BATCH-ENTRY
                   END-IF
               WHEN UGLJ-TYPE-TRAILER
                   IF WS-BATCH-OPEN AND WS-BATCH-IN-WINDOW
                       IF UGLJ-BATCH-BALANCED
                           PERFORM 1270-POST-BATCH
                       ELSE
                           ADD 1 TO WS-GL-BATCHES-HELD
                           ADD WS-BAT-NET TO WS-GL-HELD-NET
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-BATCH-OPEN-SWITCH
                   MOVE 'N' TO WS-BATCH-WINDOW-SWITCH
           END-EVALUATE
           PERFORM 1210-READ-GL-RECORD.

       1260-BUFFER-BATCH-ENTRY.
           IF WS-BAT-COUNT >= WS-BAT-MAX
               DISPLAY 'UPERCLS *** GL BATCH ' WS-BAT-RUN-DATE
                       ' HAS MORE THAN 100 ENTRIES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAT-COUNT
           MOVE UGLJ-JRNL-TYPE-CODE TO WS-BAT-TYPE-CODE(WS-BAT-COUNT)
           MOVE UGLJ-JRNL-PERIOD TO WS-BAT-PERIOD(WS-BAT-COUNT)
           MOVE UGLJ-JRNL-DR-CR TO WS-BAT-DR-CR(WS-BAT-COUNT)
           MOVE UGLJ-JRNL-AMOUNT TO WS-BAT-AMOUNT(WS-BAT-COUNT)
           MOVE UGLJ-JRNL-TRAN-COUNT
               TO WS-BAT-TRAN-COUNT(WS-BAT-COUNT)
           IF UGLJ-JRNL-DEBIT
               ADD UGLJ-JRNL-AMOUNT TO WS-BAT-NET
           ELSE
               SUBTRACT UGLJ-JRNL-AMOUNT FROM WS-BAT-NET
           END-IF.

       1270-POST-BATCH.
           ADD 1 TO WS-GL-BATCHES-LOADED
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               PERFORM 1280-POST-TO-GL-TABLE
           END-PERFORM.

      *    THE TABLE IS KEPT IN TYPE CODE / JOURNAL PERIOD ORDER:
      *    A NEW ENTRY IS OPENED IN PLACE, SHIFTING THE REST DOWN.
       1280-POST-TO-GL-TABLE.
           MOVE WS-BAT-TYPE-CODE(WS-BAT-SUB) TO WS-GL-WORK-TYPE-CODE
           MOVE WS-BAT-PERIOD(WS-BAT-SUB) TO WS-GL-WORK-PERIOD
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
                       OR WS-GL-SORT-KEY(WS-GL-SUB)
                           NOT < WS-GL-WORK-KEY
               CONTINUE
           END-PERFORM
           IF WS-GL-SUB > WS-GL-COUNT
                   OR WS-GL-SORT-KEY(WS-GL-SUB) NOT = WS-GL-WORK-KEY
               IF WS-GL-COUNT >= WS-GL-MAX
                   DISPLAY 'UPERCLS *** MORE THAN 200 GL TYPE/PERIOD '
                           'ENTRIES IN THE WINDOW ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-GL-SHIFT FROM WS-GL-COUNT BY -1
                       UNTIL WS-GL-SHIFT < WS-GL-SUB
                   MOVE WS-GL-ENTRY(WS-GL-SHIFT)
                       TO WS-GL-ENTRY(WS-GL-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-WORK-KEY TO WS-GL-SORT-KEY(WS-GL-SUB)
               MOVE ZERO TO WS-GL-TRAN-COUNT(WS-GL-SUB)
               MOVE ZERO TO WS-GL-DEBITS(WS-GL-SUB)
               MOVE ZERO TO WS-GL-CREDITS(WS-GL-SUB)
           END-IF
           ADD WS-BAT-TRAN-COUNT(WS-BAT-SUB)
               TO WS-GL-TRAN-COUNT(WS-GL-SUB)
           IF WS-BAT-DR-CR(WS-BAT-SUB) = 'DR'
               ADD WS-BAT-AMOUNT(WS-BAT-SUB)
                   TO WS-GL-DEBITS(WS-GL-SUB)
               ADD WS-BAT-AMOUNT(WS-BAT-SUB) TO WS-GL-TOTAL-DEBITS
           ELSE
               ADD WS-BAT-AMOUNT(WS-BAT-SUB)
                   TO WS-GL-CREDITS(WS-GL-SUB)
               ADD WS-BAT-AMOUNT(WS-BAT-SUB) TO WS-GL-TOTAL-CREDITS
           END-IF.

      *    THE ALL-NINES KEY IS THE PERMANENT PRIMING RECORD ON
      *    BOTH FILES AND IS NEVER SNAPPED.
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
      *  3000 - MATCH-MERGE ON THE ACCOUNT KEY.  EVERY    *
      *  ACCOUNT ON THE MASTER IS SNAPPED.  HISTORY FOR A *
      *  KEY NOT ON THE MASTER CANNOT BE IN THE SNAPSHOT  *
      *  AND IS COUNTED SO THE REPORT SHOWS IT.           *
      *****************************************************
       3000-MATCH-NEXT-KEY.
           EVALUATE TRUE
               WHEN WS-MAST-END-OF-FILE
                   PERFORM 3200-HISTORY-ONLY-KEY
               WHEN WS-HIST-END-OF-FILE
                   PERFORM 3400-MASTER-ONLY-KEY
               WHEN UTHST-KEY < UACCT-KEY
                   PERFORM 3200-HISTORY-ONLY-KEY
               WHEN UTHST-KEY > UACCT-KEY
                   PERFORM 3400-MASTER-ONLY-KEY
               WHEN OTHER
                   PERFORM 3100-ACCUMULATE-KEY-GROUP
                   PERFORM 3500-SNAPSHOT-ACCOUNT
                   PERFORM 2100-READ-MASTER
           END-EVALUATE.

       3050-CLEAR-GROUP.
           MOVE ZERO TO WS-GROUP-ACTIVITY
           MOVE ZERO TO WS-GROUP-LATE-ACTIVITY.

       3100-ACCUMULATE-KEY-GROUP.
           PERFORM 3050-CLEAR-GROUP
           MOVE UTHST-KEY TO WS-GROUP-KEY
           PERFORM 3150-APPLY-HISTORY-ROW
               UNTIL WS-HIST-END-OF-FILE
                   OR UTHST-KEY NOT = WS-GROUP-KEY.

      *    ROWS POSTED AFTER THE CUTOFF ARE BACKED OUT OF THE
      *    SNAPSHOT; ROWS IN THE WINDOW ARE THE SUBLEDGER'S OWN
      *    ACCOUNT OF THE PERIOD'S MOVEMENT.
       3150-APPLY-HISTORY-ROW.
           IF UTHST-RUN-DATE > WS-PRIOR-CUTOFF-DATE
               PERFORM 3160-COMPUTE-ROW-EFFECT
               IF UTHST-RUN-DATE > WS-CUTOFF-DATE
                   ADD 1 TO WS-LATE-ROWS
                   ADD WS-ROW-EFFECT TO WS-GROUP-LATE-ACTIVITY
               ELSE
                   ADD 1 TO WS-WINDOW-ROWS
                   ADD WS-ROW-EFFECT TO WS-GROUP-ACTIVITY
                   IF UTHST-FEED-ID = '*SUSPDSP'
                       PERFORM 3170-POST-OUTSIDE-GL
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

       3170-POST-OUTSIDE-GL.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           PERFORM VARYING WS-OGL-SUB FROM 1 BY 1
                   UNTIL WS-OGL-SUB > WS-OGL-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-OGL-TYPE-CODE(WS-OGL-SUB) = UTHST-TYPE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-OGL-ROW-COUNT(WS-OGL-SUB)
                   ADD WS-ROW-EFFECT TO WS-OGL-AMOUNT(WS-OGL-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-OGL-COUNT >= WS-OGL-MAX
                   DISPLAY 'UPERCLS *** MORE THAN 20 TYPE CODES '
                           'POSTED OUTSIDE THE GL FEED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OGL-COUNT
               MOVE UTHST-TYPE-CODE TO WS-OGL-TYPE-CODE(WS-OGL-COUNT)
               MOVE 1 TO WS-OGL-ROW-COUNT(WS-OGL-COUNT)
               MOVE WS-ROW-EFFECT TO WS-OGL-AMOUNT(WS-OGL-COUNT)
           END-IF
           ADD WS-ROW-EFFECT TO WS-OGL-TOTAL.

       3200-HISTORY-ONLY-KEY.
           PERFORM 3100-ACCUMULATE-KEY-GROUP
           IF WS-GROUP-ACTIVITY NOT = ZERO
               ADD 1 TO WS-HIST-ONLY-KEYS
               ADD WS-GROUP-ACTIVITY TO WS-HIST-ONLY-TOTAL
               DISPLAY 'UPERCLS WARNING: HISTORY KEY ' WS-GROUP-KEY
                       ' NOT ON MASTER'
           END-IF.

       3400-MASTER-ONLY-KEY.
           PERFORM 3050-CLEAR-GROUP
           MOVE UACCT-KEY TO WS-GROUP-KEY
           PERFORM 3500-SNAPSHOT-ACCOUNT
           PERFORM 2100-READ-MASTER.

       3500-SNAPSHOT-ACCOUNT.
           MOVE SPACES TO USNAP-RECORD
           MOVE WS-CLS-PERIOD TO USNAP-PERIOD
           MOVE WS-GROUP-KEY TO USNAP-KEY
           MOVE WS-CUTOFF-DATE TO USNAP-CUTOFF-DATE
           COMPUTE USNAP-BALANCE =
               UACCT-CURRENT-BALANCE - WS-GROUP-LATE-ACTIVITY
           MOVE UACCT-STATUS TO USNAP-ACCT-STATUS
           WRITE USNAP-RECORD
           IF WS-USNAP-FILE-STATUS NOT = '00'
               MOVE 'SNAPNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-USNAP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           ADD 1 TO WS-ACCOUNTS-SNAPPED
           ADD USNAP-BALANCE TO WS-SNAP-TOTAL
           ADD WS-GROUP-ACTIVITY TO WS-HIST-WINDOW-TOTAL.

      *****************************************************
      *  4000 - THE PROOF.  THE MOVEMENT IN TOTAL BALANCE *
      *  BETWEEN THE TWO SNAPSHOTS MUST EQUAL THE NET OF  *
      *  THE GL ENTRIES LOADED FOR THE WINDOW (DEBITS     *
      *  RAISE BALANCES, CREDITS LOWER THEM) PLUS THE     *
      *  SUSPENSE DESK'S POSTINGS.  ON A FIRST CLOSE THE  *
      *  PRIOR TOTAL IS THE CURRENT ONE LESS THE WINDOW'S *
      *  HISTORY, SO THE PROOF IS GL AGAINST HISTORY.     *
      *****************************************************
       4000-RECONCILE-PERIOD.
           IF WS-PRIOR-SNAP-DERIVED
               COMPUTE WS-PRV-TOTAL =
                   WS-SNAP-TOTAL - WS-HIST-WINDOW-TOTAL
           END-IF
           COMPUTE WS-BALANCE-CHANGE = WS-SNAP-TOTAL - WS-PRV-TOTAL
           COMPUTE WS-GL-NET =
               WS-GL-TOTAL-DEBITS - WS-GL-TOTAL-CREDITS
           COMPUTE WS-EXPLAINED-TOTAL = WS-GL-NET + WS-OGL-TOTAL
           COMPUTE WS-RECON-DIFFERENCE =
               WS-BALANCE-CHANGE - WS-EXPLAINED-TOTAL
           IF WS-RECON-DIFFERENCE = ZERO
               SET WS-RECON-CLEAN TO TRUE
           END-IF
           PERFORM 4100-PRINT-GL-MOVEMENT
           PERFORM 4300-PRINT-OUTSIDE-GL
           PERFORM 4500-PRINT-PROOF
           IF WS-RECON-CLEAN
               PERFORM 5000-WRITE-CLOSE-CARD
           END-IF.

       4100-PRINT-GL-MOVEMENT.
           MOVE 'GL JOURNAL MOVEMENT - BALANCED BATCHES IN WINDOW'
               TO WS-TEXT
           WRITE UCRPT-LINE FROM WS-TEXT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           WRITE UCRPT-LINE FROM WS-TB-COLUMN-HEADING
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           ADD 4 TO WS-LINE-COUNT
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
               PERFORM 4150-PRINT-GL-ENTRY
           END-PERFORM
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 'TOTAL GL ENTRIES' TO WS-TBT-LABEL
           MOVE WS-GL-TOTAL-DEBITS TO WS-TBT-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO WS-TBT-CREDITS
           WRITE UCRPT-LINE FROM WS-TB-TOTAL-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           ADD 3 TO WS-LINE-COUNT.

       4150-PRINT-GL-ENTRY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
               WRITE UCRPT-LINE FROM WS-TB-COLUMN-HEADING
               WRITE UCRPT-LINE FROM WS-BLANK-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF
           MOVE WS-GL-TYPE-CODE(WS-GL-SUB) TO WS-TB-TYPE-CODE
           MOVE WS-GL-PERIOD(WS-GL-SUB) TO WS-TB-PERIOD
           MOVE WS-GL-TRAN-COUNT(WS-GL-SUB) TO WS-TB-TRAN-COUNT
           MOVE WS-GL-DEBITS(WS-GL-SUB) TO WS-TB-DEBITS
           MOVE WS-GL-CREDITS(WS-GL-SUB) TO WS-TB-CREDITS
           WRITE UCRPT-LINE FROM WS-TB-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       4300-PRINT-OUTSIDE-GL.
           IF WS-LINE-COUNT + WS-OGL-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE 'POSTINGS OUTSIDE THE GL FEED - SUSPENSE DESK'
               TO WS-TEXT
           WRITE UCRPT-LINE FROM WS-TEXT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           WRITE UCRPT-LINE FROM WS-OGL-COLUMN-HEADING
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           PERFORM VARYING WS-OGL-SUB FROM 1 BY 1
                   UNTIL WS-OGL-SUB > WS-OGL-COUNT
               MOVE WS-OGL-TYPE-CODE(WS-OGL-SUB) TO WS-OGLD-TYPE-CODE
               MOVE WS-OGL-ROW-COUNT(WS-OGL-SUB) TO WS-OGLD-ROW-COUNT
               MOVE WS-OGL-AMOUNT(WS-OGL-SUB) TO WS-OGLD-AMOUNT
               WRITE UCRPT-LINE FROM WS-OGL-DETAIL-LINE
           END-PERFORM
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 'TOTAL OUTSIDE GL FEED.........' TO WS-AMOUNT-LABEL
           MOVE WS-OGL-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + WS-OGL-COUNT + 6.

       4500-PRINT-PROOF.
           IF WS-LINE-COUNT + 30 > WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           ELSE
               WRITE UCRPT-LINE FROM WS-BLANK-LINE
           END-IF
           MOVE 'RECONCILIATION' TO WS-TEXT
           WRITE UCRPT-LINE FROM WS-TEXT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           IF WS-PRIOR-SNAP-DERIVED
               MOVE 'FIRST CLOSE - PRIOR TOTAL DERIVED FROM HISTORY'
                   TO WS-TEXT
               WRITE UCRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE 'PRIOR SNAPSHOT TOTAL..........' TO WS-AMOUNT-LABEL
           MOVE WS-PRV-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'CURRENT SNAPSHOT TOTAL........' TO WS-AMOUNT-LABEL
           MOVE WS-SNAP-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'CHANGE IN MASTER BALANCE......' TO WS-AMOUNT-LABEL
           MOVE WS-BALANCE-CHANGE TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 'GL NET MOVEMENT (DR - CR).....' TO WS-AMOUNT-LABEL
           MOVE WS-GL-NET TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'POSTINGS OUTSIDE GL FEED......' TO WS-AMOUNT-LABEL
           MOVE WS-OGL-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL EXPLAINED MOVEMENT......' TO WS-AMOUNT-LABEL
           MOVE WS-EXPLAINED-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 'DIFFERENCE....................' TO WS-AMOUNT-LABEL
           MOVE WS-RECON-DIFFERENCE TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           IF WS-RECON-CLEAN
               MOVE '*** RECONCILED - PERIOD CLOSE CARD WRITTEN ***'
                   TO WS-TEXT
           ELSE
               MOVE '*** NOT RECONCILED - PERIOD NOT CLOSED ***'
                   TO WS-TEXT
           END-IF
           WRITE UCRPT-LINE FROM WS-TEXT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 'MEMO:' TO WS-TEXT
           WRITE UCRPT-LINE FROM WS-TEXT-LINE
           MOVE 'HISTORY ACTIVITY IN WINDOW....' TO WS-AMOUNT-LABEL
           MOVE WS-HIST-WINDOW-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'HISTORY KEYS NOT ON MASTER....' TO WS-COUNT-LABEL
           MOVE WS-HIST-ONLY-KEYS TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY NOT ON MASTER AMOUNT..' TO WS-AMOUNT-LABEL
           MOVE WS-HIST-ONLY-TOTAL TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'GL BATCHES LOADED.............' TO WS-COUNT-LABEL
           MOVE WS-GL-BATCHES-LOADED TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           MOVE 'GL BATCHES HELD (OUT OF BAL)..' TO WS-COUNT-LABEL
           MOVE WS-GL-BATCHES-HELD TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           MOVE 'GL HELD BATCH NET.............' TO WS-AMOUNT-LABEL
           MOVE WS-GL-HELD-NET TO WS-AMOUNT-VALUE
           WRITE UCRPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'GL BATCHES WITH NO TRAILER....' TO WS-COUNT-LABEL
           MOVE WS-GL-BATCHES-INCOMPLETE TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 'ACCOUNTS SNAPPED..............' TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-SNAPPED TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY ROWS IN WINDOW........' TO WS-COUNT-LABEL
           MOVE WS-WINDOW-ROWS TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY ROWS AFTER CUTOFF.....' TO WS-COUNT-LABEL
           MOVE WS-LATE-ROWS TO WS-COUNT-VALUE
           WRITE UCRPT-LINE FROM WS-COUNT-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           WRITE UCRPT-LINE FROM WS-SIGNOFF-LINE.

      *    THE CLOSE CARD IS A 'P' CALENDAR RECORD IN UCALREC
      *    LAYOUT - THE PERIOD, STATUS CLOSED, AND THE CUTOFF THE
      *    SNAPSHOT WAS TAKEN AT.
       5000-WRITE-CLOSE-CARD.
           MOVE SPACES TO UCLOS-RECORD
           SET UCLOS-TYPE-PERIOD TO TRUE
           MOVE WS-CLS-PERIOD TO UCLOS-PERIOD
           SET UCLOS-PERIOD-CLOSED TO TRUE
           MOVE WS-CUTOFF-DATE TO UCLOS-PERIOD-CUTOFF-DATE
           WRITE UCLOS-RECORD
           IF WS-UCLOS-FILE-STATUS NOT = '00'
               MOVE 'CLSCARD ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCLOS-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-CLS-PERIOD TO WS-HDG-PERIOD
           MOVE WS-PRIOR-CUTOFF-DATE TO WS-HDG-PRIOR-CUTOFF
           MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF
           MOVE WS-PRV-PERIOD TO WS-HDG-PRIOR-PERIOD
           IF WS-PAGE-COUNT = 1
               WRITE UCRPT-LINE FROM WS-HEADING-1
           ELSE
               WRITE UCRPT-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE UCRPT-LINE FROM WS-HEADING-2
           WRITE UCRPT-LINE FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE UTHST-FILE
           CLOSE UACCT-FILE
           CLOSE USNAP-FILE
           CLOSE UCLOS-FILE
           CLOSE UCRPT-FILE
           DISPLAY 'UPERCLS RUN SUMMARY'
           DISPLAY '  PERIOD............: ' WS-CLS-PERIOD
           DISPLAY '  WINDOW............: ' WS-PRIOR-CUTOFF-DATE
                   ' - ' WS-CUTOFF-DATE
           DISPLAY '  ACCOUNTS SNAPPED..: ' WS-ACCOUNTS-SNAPPED
           DISPLAY '  GL BATCHES LOADED.: ' WS-GL-BATCHES-LOADED
           DISPLAY '  GL BATCHES HELD...: ' WS-GL-BATCHES-HELD
           IF WS-RECON-CLEAN
               DISPLAY 'UPERCLS PERIOD ' WS-CLS-PERIOD
                       ' RECONCILED - CLOSE CARD WRITTEN'
           ELSE
               DISPLAY 'UPERCLS *** PERIOD ' WS-CLS-PERIOD
                       ' NOT RECONCILED - SEE CLOSE REPORT ***'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UPERCLS *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
