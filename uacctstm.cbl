       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCTSTM.

      *****************************************************
      *  MONTHLY ACCOUNT STATEMENTS.  RUN AT EACH         *
      *  ACCOUNTING PERIOD'S CUTOFF (THE UCAL PERIOD      *
      *  RECORD'S CUTOFF DATE) FOR THE PERIOD NAMED IN    *
      *  THE JCL PARM (PARM='YYYYMM').  MATCH-MERGES THE  *
      *  ACCOUNT MASTER, THE CUMULATIVE TRANSACTION       *
      *  HISTORY (SORTED INTO KEY/RUN-DATE/SEQUENCE ORDER *
      *  BY THE JCL SORT STEP), AND THE LAST STATEMENT    *
      *  RUN'S BALANCE CARRY.  EVERY ACCOUNT WITH         *
      *  ACTIVITY IN THE PERIOD OR A NON-ZERO BALANCE     *
      *  GETS A STATEMENT: OPENING BALANCE (THE LAST      *
      *  STATEMENT'S CLOSING BALANCE), EACH PU/PY/RF/AJ/  *
      *  RV ROW POSTED IN THE PERIOD WITH ITS EFFECTIVE   *
      *  DATE, AND THE CLOSING BALANCE.  THE CLOSING      *
      *  BALANCE DERIVED FROM THE ROWS MUST AGREE WITH    *
      *  THE MASTER'S CURRENT BALANCE (LESS ANY ROWS      *
      *  POSTED AFTER THE CUTOFF) - AN ACCOUNT THAT DOES  *
      *  NOT AGREE GOES ON THE EXCEPTION LIST INSTEAD OF  *
      *  GETTING A STATEMENT, SO A WRONG BALANCE IS NEVER *
      *  MAILED.  WRITES THE STATEMENT CONTROL RECORD     *
      *  (COUNT AND TOTAL CLOSING BALANCE) AND A NEW      *
      *  BALANCE CARRY GENERATION FOR NEXT PERIOD.  RC 8  *
      *  WHEN ANY ACCOUNT WAS HELD BACK.  RC 16 WHEN THE  *
      *  CARRY READ IN IS NOT THE PRIOR PERIOD'S - THE    *
      *  OPENINGS WOULD BE THE WRONG MONTH'S CLOSINGS.    *
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

           SELECT UTHST-FILE ASSIGN TO HISTSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTHST-FILE-STATUS.

           SELECT UACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

           SELECT USTBL-IN-FILE ASSIGN TO STMTPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USTBL-IN-FILE-STATUS.

           SELECT USTBL-FILE ASSIGN TO STMTBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USTBL-FILE-STATUS.

           SELECT USTCT-FILE ASSIGN TO STMTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USTCT-FILE-STATUS.

           SELECT USTMT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USTMT-FILE-STATUS.

           SELECT USEXC-FILE ASSIGN TO STMTEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USEXC-FILE-STATUS.

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

       FD  UTHST-FILE
           RECORDING MODE IS F.
       COPY UTHSTREC.

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  USTBL-IN-FILE
           RECORDING MODE IS F.
       COPY USTBLREC
           REPLACING ==USTBL-RECORD==      BY ==USTBL-IN-RECORD==
                     ==USTBL-KEY==         BY ==USTBL-IN-KEY==
                     ==USTBL-PERIOD==      BY ==USTBL-IN-PERIOD==
                     ==USTBL-CUTOFF-DATE== BY ==USTBL-IN-CUTOFF-DATE==
                     ==USTBL-CLOSING-BALANCE==
                         BY ==USTBL-IN-CLOSING-BALANCE==.

       FD  USTBL-FILE
           RECORDING MODE IS F.
       COPY USTBLREC.

       FD  USTCT-FILE
           RECORDING MODE IS F.
       COPY USTCTREC.

       FD  USTMT-FILE
           RECORDING MODE IS F.
       01  USTMT-LINE                      PIC X(132).

       FD  USEXC-FILE
           RECORDING MODE IS F.
       01  USEXC-LINE                      PIC X(132).

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCAL-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USTBL-IN-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-USTBL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USTCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USTMT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USEXC-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HIST-END-OF-FILE         VALUE 'Y'.
           05  WS-MAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-MAST-END-OF-FILE         VALUE 'Y'.
           05  WS-PRIOR-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-PRIOR-END-OF-FILE        VALUE 'Y'.
           05  WS-PRIOR-CARRY-SWITCH       PIC X(01) VALUE 'Y'.
               88  WS-PRIOR-CARRY-PRESENT      VALUE 'Y'.
               88  WS-NO-PRIOR-CARRY           VALUE 'N'.
           05  WS-PERIOD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND             VALUE 'Y'.
           05  WS-PRIOR-PERIOD-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRIOR-PERIOD-FOUND       VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-STMT-PERIOD              PIC 9(06) VALUE ZERO.
           05  WS-STMT-PERIOD-PARTS REDEFINES WS-STMT-PERIOD.
               10  WS-STMT-YYYY            PIC 9(04).
               10  WS-STMT-MM              PIC 9(02).
           05  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
      *    THE STATEMENT WINDOW: ROWS POSTED (BY RUN DATE) AFTER
      *    THE PRIOR PERIOD'S CUTOFF AND ON OR BEFORE THIS ONE'S.
      *    IT IS THE POSTING DATE, NOT THE EFFECTIVE DATE, THAT
      *    DECIDES - THE MASTER MOVES WHEN A ROW POSTS, AND THE
      *    OPENING BALANCE IS THE MASTER AS OF THE LAST CUTOFF.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           05  WS-MONTH-START              PIC 9(08) VALUE ZERO.

      *****************************************************
      *  ONE ACCOUNT'S HISTORY, ROLLED UP WITH THE SAME   *
      *  TYPE CODE TABLE RULES 3600-APPLY-TO-MASTER AND   *
      *  3650-REVERSE-ON-MASTER USE.  THE PERIOD'S ROWS   *
      *  ARE HELD IN CORE BECAUSE THE STATEMENT CANNOT BE *
      *  PRINTED UNTIL THE ACCOUNT HAS PROVED.            *
      *****************************************************
       01  WS-ACCOUNT-GROUP.
           05  WS-GROUP-KEY                PIC X(10) VALUE SPACES.
           05  WS-GROUP-ACTIVITY           PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-LATE-ACTIVITY      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-LATE-COUNT         PIC S9(09) COMP VALUE ZERO.
           05  WS-GROUP-OPENING            PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-DERIVED-CLOSE      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-MASTER-CLOSE       PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-GROUP-DIFFERENCE         PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ROW-EFFECT               PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ROW-MAX                  PIC S9(04) COMP VALUE +500.
           05  WS-ROW-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-ROW-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ROW-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ROW-TABLE-OVERFLOW       VALUE 'Y'.
           05  WS-ROW-ENTRY OCCURS 500 TIMES.
               10  WS-ROW-EFF-DATE         PIC 9(08).
               10  WS-ROW-TYPE-CODE        PIC X(02).
               10  WS-ROW-ORIG-TYPE        PIC X(02).
               10  WS-ROW-AMOUNT           PIC S9(11)V99 COMP-3.

       COPY UTYPETBL.

       01  WS-STATEMENT-COUNTERS.
           05  WS-HIST-ROWS-READ           PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
           05  WS-STATEMENTS-PRODUCED      PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-NOT-DUE         PIC 9(09) VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-CARRY-WRITTEN            PIC 9(09) VALUE ZERO.
           05  WS-CLOSING-TOTAL            PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
           05  WS-EXC-LINE-COUNT           PIC S9(04) COMP VALUE +99.
           05  WS-EXC-PAGE-COUNT           PIC S9(04) COMP VALUE ZERO.

       01  WS-STATEMENT-LINES.
           05  WS-STM-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UACCTSTM - ACCOUNT STATEMENT'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-STM-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-STM-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(09) VALUE 'ACCOUNT: '.
               10  WS-STM-KEY              PIC X(10).
               10  FILLER                  PIC X(11)
                       VALUE '   PERIOD: '.
               10  WS-STM-PERIOD           PIC 9(06).
               10  FILLER                  PIC X(19)
                       VALUE '   STATEMENT DATE: '.
               10  WS-STM-CUTOFF           PIC 9(08).
               10  FILLER                  PIC X(11)
                       VALUE '   STATUS: '.
               10  WS-STM-STATUS           PIC X(07).
               10  FILLER                  PIC X(50) VALUE SPACES.
           05  WS-STM-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(11) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(26)
                       VALUE 'DESCRIPTION'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(71) VALUE SPACES.
           05  WS-STM-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-STM-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  WS-STM-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-STM-DESCRIPTION      PIC X(24).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-STM-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(71) VALUE SPACES.
           05  WS-STM-BALANCE-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-STM-BALANCE-LABEL    PIC X(43).
               10  WS-STM-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(71) VALUE SPACES.
           05  WS-STM-BLANK-LINE           PIC X(132) VALUE SPACES.

       01  WS-EXCEPTION-LINES.
           05  WS-EXC-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UACCTSTM - STATEMENT EXCEPTIONS'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-EXC-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-EXC-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
               10  WS-EXC-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(11)
                       VALUE '   PERIOD: '.
               10  WS-EXC-PERIOD           PIC 9(06).
               10  FILLER                  PIC X(11)
                       VALUE '   WINDOW: '.
               10  WS-EXC-PRIOR-CUTOFF     PIC 9(08).
               10  FILLER                  PIC X(03) VALUE ' - '.
               10  WS-EXC-CUTOFF           PIC 9(08).
               10  FILLER                  PIC X(66) VALUE SPACES.
           05  WS-EXC-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(18)
                       VALUE '          OPENING'.
               10  FILLER                  PIC X(18)
                       VALUE '         ACTIVITY'.
               10  FILLER                  PIC X(18)
                       VALUE '   DERIVED CLOSE'.
               10  FILLER                  PIC X(18)
                       VALUE '    MASTER CLOSE'.
               10  FILLER                  PIC X(18)
                       VALUE '      DIFFERENCE'.
               10  FILLER                  PIC X(20) VALUE 'CONDITION'.
               10  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-EXC-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-KEY              PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-EXC-OPENING          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-ACTIVITY         PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-DERIVED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-MASTER           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-CONDITION        PIC X(20).
               10  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-EXC-BLANK-LINE           PIC X(132) VALUE SPACES.
           05  WS-EXC-TEXT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-TEXT             PIC X(80).
               10  FILLER                  PIC X(51) VALUE SPACES.
           05  WS-EXC-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-COUNT-LABEL      PIC X(30).
               10  WS-EXC-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.
           05  WS-EXC-AMOUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-EXC-AMOUNT-LABEL     PIC X(30).
               10  WS-EXC-AMOUNT-VALUE
                       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(79) VALUE SPACES.

       LINKAGE SECTION.
      *    THE JCL EXEC PARM= TEXT ARRIVES AS A HALFWORD BINARY
      *    LENGTH FOLLOWED BY THE PARM TEXT, SAME AS THE OTHER
      *    PARM-DRIVEN PROGRAMS.  THE TEXT IS THE ACCOUNTING
      *    PERIOD BEING STATED, YYYYMM.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PERIOD-TEXT              PIC X(06).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM 2100-READ-MASTER
           PERFORM 2200-READ-PRIOR-CARRY
           IF WS-PRIOR-END-OF-FILE
               SET WS-NO-PRIOR-CARRY TO TRUE
           ELSE
               PERFORM 2250-CHECK-CARRY-PERIOD
           END-IF
           PERFORM UNTIL WS-HIST-END-OF-FILE
                   AND WS-MAST-END-OF-FILE
               PERFORM 3000-MATCH-NEXT-KEY
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN NOT = 6
                   OR LS-PERIOD-TEXT(1:6) NOT NUMERIC
               DISPLAY 'UACCTSTM *** PARM MUST BE THE STATEMENT '
                       'PERIOD, YYYYMM ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-PERIOD-TEXT(1:6) TO WS-STMT-PERIOD
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
               DISPLAY 'UACCTSTM *** PERIOD ' WS-STMT-PERIOD
                       ' IS NOT A VALID YYYYMM ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STMT-MM = 1
               COMPUTE WS-PRIOR-PERIOD = WS-STMT-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-STMT-PERIOD - 1
           END-IF
           PERFORM 1050-READ-CONTROL-FILE
           PERFORM 1070-FIND-PERIOD-CUTOFFS
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
           OPEN INPUT USTBL-IN-FILE
           IF WS-USTBL-IN-FILE-STATUS NOT = '00'
               MOVE 'STMTPRV ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTBL-IN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT USTBL-FILE
           IF WS-USTBL-FILE-STATUS NOT = '00'
               MOVE 'STMTBAL ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTBL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT USTCT-FILE
           IF WS-USTCT-FILE-STATUS NOT = '00'
               MOVE 'STMTCTL ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT USTMT-FILE
           IF WS-USTMT-FILE-STATUS NOT = '00'
               MOVE 'STMTOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTMT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT USEXC-FILE
           IF WS-USEXC-FILE-STATUS NOT = '00'
               MOVE 'STMTEXC ' TO WS-ABEND-FILE-NAME
               MOVE WS-USEXC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 8500-PRINT-EXCEPTION-HEADING.

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
               DISPLAY 'UACCTSTM *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UACCTSTM *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UACCTSTM *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'UACCTSTM *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UACCTSTM *** TYPE CODE TABLE '
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
                           DISPLAY 'UACCTSTM *** TYPE CODE TABLE '
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
           DISPLAY 'UACCTSTM *** TYPE CODE TABLE REFUSED - RUN '
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
                   DISPLAY 'UACCTSTM WARNING: CONTROL FILE EMPTY, '
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
      *  1070 - THE STATEMENT PERIOD MUST BE ON THE       *
      *  CALENDAR WITH A REAL CUTOFF DATE, AND THE RUN    *
      *  MUST BE AT OR PAST THAT CUTOFF - A PERIOD STILL  *
      *  TAKING LATE WORK CANNOT BE STATED.  THE PRIOR    *
      *  PERIOD'S CUTOFF OPENS THE WINDOW; A PRIOR PERIOD *
      *  NOT ON THE CALENDAR FALLS BACK TO THE LAST DAY   *
      *  OF THE PRIOR MONTH.                              *
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
               DISPLAY 'UACCTSTM *** PERIOD ' WS-STMT-PERIOD
                       ' HAS NO CUTOFF DATE ON THE CALENDAR ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE < WS-CUTOFF-DATE
               DISPLAY 'UACCTSTM *** RUN DATE ' WS-RUN-DATE
                       ' IS BEFORE PERIOD CUTOFF ' WS-CUTOFF-DATE
                       ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRIOR-PERIOD-FOUND
                   OR WS-PRIOR-CUTOFF-DATE NOT NUMERIC
                   OR WS-PRIOR-CUTOFF-DATE = ZERO
               COMPUTE WS-MONTH-START = WS-STMT-PERIOD * 100 + 1
               COMPUTE WS-PRIOR-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
               DISPLAY 'UACCTSTM WARNING: PRIOR PERIOD '
                       WS-PRIOR-PERIOD ' NOT ON CALENDAR - WINDOW '
                       'OPENS AFTER ' WS-PRIOR-CUTOFF-DATE
           END-IF.

       1080-READ-CALENDAR-RECORD.
           READ UCAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF UCAL-TYPE-PERIOD
                       IF UCAL-PERIOD = WS-STMT-PERIOD
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

      *    THE ALL-NINES KEY IS THE PERMANENT PRIMING RECORD ON
      *    BOTH FILES AND TAKES PART IN NO POSTING - IT IS SKIPPED
      *    ON BOTH SIDES AND NEVER GETS A STATEMENT.
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

       2200-READ-PRIOR-CARRY.
           READ USTBL-IN-FILE
               AT END
                   SET WS-PRIOR-END-OF-FILE TO TRUE
           END-READ
           IF WS-USTBL-IN-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'STMTPRV ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTBL-IN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *****************************************************
      *  2250 - THE CARRY MUST BE THE ONE THE PRIOR       *
      *  PERIOD'S RUN WROTE.  ANY OTHER GENERATION - THIS *
      *  PERIOD'S OWN FROM AN EARLIER RUN, OR AN OLDER    *
      *  ONE WHEN A PERIOD WAS SKIPPED OR NOT KEPT -      *
      *  WOULD OPEN EVERY STATEMENT AT THE WRONG MONTH'S  *
      *  CLOSING BALANCE, SO THE RUN STOPS.  AN EMPTY     *
      *  CARRY (THE FIRST CYCLE) HAS NO PERIOD TO CHECK.  *
      *****************************************************
       2250-CHECK-CARRY-PERIOD.
           IF USTBL-IN-PERIOD NOT = WS-PRIOR-PERIOD
               DISPLAY 'UACCTSTM *** BALANCE CARRY IS FOR PERIOD '
                       USTBL-IN-PERIOD ', NOT PRIOR PERIOD '
                       WS-PRIOR-PERIOD ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
      *  3000 - MATCH-MERGE ON THE ACCOUNT KEY, SAME      *
      *  SHAPE AS UACCTVFY.  THE MASTER DRIVES; HISTORY   *
      *  FOR A KEY WITH NO MASTER RECORD IS AN EXCEPTION  *
      *  ONLY WHEN IT FALLS IN OR AFTER THE WINDOW.       *
      *****************************************************
       3000-MATCH-NEXT-KEY.
           EVALUATE TRUE
               WHEN WS-MAST-END-OF-FILE
                   PERFORM 3300-HISTORY-ONLY-KEY
               WHEN WS-HIST-END-OF-FILE
                   PERFORM 3400-MASTER-ONLY-KEY
               WHEN UTHST-KEY < UACCT-KEY
                   PERFORM 3300-HISTORY-ONLY-KEY
               WHEN UTHST-KEY > UACCT-KEY
                   PERFORM 3400-MASTER-ONLY-KEY
               WHEN OTHER
                   PERFORM 3100-ACCUMULATE-KEY-GROUP
                   PERFORM 3500-STATE-ACCOUNT
                   PERFORM 2100-READ-MASTER
           END-EVALUATE.

       3050-CLEAR-GROUP.
           MOVE ZERO TO WS-GROUP-ACTIVITY
           MOVE ZERO TO WS-GROUP-LATE-ACTIVITY
           MOVE ZERO TO WS-GROUP-LATE-COUNT
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-ROW-OVERFLOW-SWITCH.

       3100-ACCUMULATE-KEY-GROUP.
           PERFORM 3050-CLEAR-GROUP
           MOVE UTHST-KEY TO WS-GROUP-KEY
           PERFORM 3150-APPLY-HISTORY-ROW
               UNTIL WS-HIST-END-OF-FILE
                   OR UTHST-KEY NOT = WS-GROUP-KEY.

      *    ROWS AT OR BEFORE THE PRIOR CUTOFF ARE ALREADY IN THE
      *    OPENING BALANCE.  ROWS AFTER THIS CUTOFF BELONG TO NEXT
      *    PERIOD'S STATEMENT BUT ARE ALREADY ON THE MASTER, SO
      *    THEY ARE BACKED OUT OF THE MASTER FIGURE FOR THE PROOF.
       3150-APPLY-HISTORY-ROW.
           IF UTHST-RUN-DATE > WS-PRIOR-CUTOFF-DATE
               PERFORM 3160-COMPUTE-ROW-EFFECT
               IF UTHST-RUN-DATE > WS-CUTOFF-DATE
                   ADD WS-ROW-EFFECT TO WS-GROUP-LATE-ACTIVITY
                   ADD 1 TO WS-GROUP-LATE-COUNT
               ELSE
                   ADD WS-ROW-EFFECT TO WS-GROUP-ACTIVITY
                   IF WS-ROW-COUNT < WS-ROW-MAX
                       ADD 1 TO WS-ROW-COUNT
                       MOVE UTHST-EFF-DATE
                           TO WS-ROW-EFF-DATE(WS-ROW-COUNT)
                       MOVE UTHST-TYPE-CODE
                           TO WS-ROW-TYPE-CODE(WS-ROW-COUNT)
                       MOVE UTHST-ORIG-TYPE-CODE
                           TO WS-ROW-ORIG-TYPE(WS-ROW-COUNT)
                       MOVE WS-ROW-EFFECT
                           TO WS-ROW-AMOUNT(WS-ROW-COUNT)
                   ELSE
                       SET WS-ROW-TABLE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 2000-READ-HISTORY.

      *****************************************************
      *  3160 - A ROW'S SIGNED EFFECT ON THE BALANCE BY   *
      *  ITS TYPE'S SIGN RULE: '+' TYPES ADD, '-' TYPES   *
      *  RELIEVE, AND A REVERSAL IS THE EXACT OPPOSITE OF *
      *  THE TYPE IT BACKS OUT.                           *
      *****************************************************
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

       3200-FIND-PRIOR-BALANCE.
           MOVE ZERO TO WS-GROUP-OPENING
           PERFORM 2200-READ-PRIOR-CARRY
               UNTIL WS-PRIOR-END-OF-FILE
                   OR USTBL-IN-KEY NOT < WS-GROUP-KEY
           IF NOT WS-PRIOR-END-OF-FILE
                   AND USTBL-IN-KEY = WS-GROUP-KEY
               MOVE USTBL-IN-CLOSING-BALANCE TO WS-GROUP-OPENING
           END-IF.

       3300-HISTORY-ONLY-KEY.
           PERFORM 3100-ACCUMULATE-KEY-GROUP
           IF WS-ROW-COUNT > ZERO OR WS-ROW-TABLE-OVERFLOW
                   OR WS-GROUP-LATE-COUNT > ZERO
               MOVE ZERO TO WS-GROUP-OPENING
               MOVE WS-GROUP-ACTIVITY TO WS-GROUP-DERIVED-CLOSE
               MOVE ZERO TO WS-GROUP-MASTER-CLOSE
               MOVE WS-GROUP-ACTIVITY TO WS-GROUP-DIFFERENCE
               MOVE 'NO MASTER RECORD' TO WS-EXC-CONDITION
               PERFORM 3700-WRITE-EXCEPTION
           END-IF.

       3400-MASTER-ONLY-KEY.
           PERFORM 3050-CLEAR-GROUP
           MOVE UACCT-KEY TO WS-GROUP-KEY
           PERFORM 3500-STATE-ACCOUNT
           PERFORM 2100-READ-MASTER.

      *****************************************************
      *  3500 - PROVE ONE ACCOUNT AND STATE IT.  THE      *
      *  OPENING BALANCE IS LAST PERIOD'S CARRIED         *
      *  CLOSING BALANCE (ZERO FOR AN ACCOUNT NEW SINCE). *
      *  ON THE FIRST STATEMENT CYCLE THERE IS NO CARRY   *
      *  AND THE OPENING IS DERIVED BACK FROM THE MASTER, *
      *  SO THAT CYCLE PROVES NOTHING - THE CONSOLE SAYS  *
      *  SO.  THE CARRY IS WRITTEN FOR EVERY ACCOUNT,     *
      *  STATED OR NOT, AT THE MASTER'S CUTOFF FIGURE.    *
      *****************************************************
       3500-STATE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           COMPUTE WS-GROUP-MASTER-CLOSE =
               UACCT-CURRENT-BALANCE - WS-GROUP-LATE-ACTIVITY
           PERFORM 3200-FIND-PRIOR-BALANCE
           IF WS-NO-PRIOR-CARRY
               COMPUTE WS-GROUP-OPENING =
                   WS-GROUP-MASTER-CLOSE - WS-GROUP-ACTIVITY
           END-IF
           COMPUTE WS-GROUP-DERIVED-CLOSE =
               WS-GROUP-OPENING + WS-GROUP-ACTIVITY
           COMPUTE WS-GROUP-DIFFERENCE =
               WS-GROUP-DERIVED-CLOSE - WS-GROUP-MASTER-CLOSE
           PERFORM 3800-WRITE-BALANCE-CARRY
           IF WS-ROW-COUNT = ZERO AND NOT WS-ROW-TABLE-OVERFLOW
                   AND WS-GROUP-MASTER-CLOSE = ZERO
                   AND WS-GROUP-DERIVED-CLOSE = ZERO
               ADD 1 TO WS-ACCOUNTS-NOT-DUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-GROUP-DIFFERENCE NOT = ZERO
                       MOVE 'OUT OF BALANCE' TO WS-EXC-CONDITION
                       PERFORM 3700-WRITE-EXCEPTION
                   WHEN WS-ROW-TABLE-OVERFLOW
                       MOVE 'TOO MANY ROWS' TO WS-EXC-CONDITION
                       PERFORM 3700-WRITE-EXCEPTION
                   WHEN OTHER
                       PERFORM 3600-PRINT-STATEMENT
               END-EVALUATE
           END-IF.

       3600-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENTS-PRODUCED
           ADD WS-GROUP-DERIVED-CLOSE TO WS-CLOSING-TOTAL
           EVALUATE TRUE
               WHEN UACCT-STATUS-CLOSED
                   MOVE 'CLOSED' TO WS-STM-STATUS
               WHEN UACCT-STATUS-FROZEN
                   MOVE 'FROZEN' TO WS-STM-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO WS-STM-STATUS
           END-EVALUATE
           PERFORM 8000-PRINT-STATEMENT-HEADING
           MOVE 'OPENING BALANCE' TO WS-STM-BALANCE-LABEL
           MOVE WS-GROUP-OPENING TO WS-STM-BALANCE
           WRITE USTMT-LINE FROM WS-STM-BALANCE-LINE
           WRITE USTMT-LINE FROM WS-STM-BLANK-LINE
           ADD 2 TO WS-LINE-COUNT
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               PERFORM 3650-PRINT-STATEMENT-ROW
           END-PERFORM
           WRITE USTMT-LINE FROM WS-STM-BLANK-LINE
           MOVE 'CLOSING BALANCE' TO WS-STM-BALANCE-LABEL
           MOVE WS-GROUP-DERIVED-CLOSE TO WS-STM-BALANCE
           WRITE USTMT-LINE FROM WS-STM-BALANCE-LINE.

       3650-PRINT-STATEMENT-ROW.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-STATEMENT-HEADING
           END-IF
           MOVE WS-ROW-EFF-DATE(WS-ROW-SUB) TO WS-STM-EFF-DATE
           MOVE WS-ROW-TYPE-CODE(WS-ROW-SUB) TO WS-STM-TYPE-CODE
           MOVE SPACES TO WS-STM-DESCRIPTION
      *    THE LINE READS THE TYPE'S OWN TABLE DESCRIPTION; A
      *    PAYMENT THANKS THE CUSTOMER, AND A REVERSAL NAMES WHAT
      *    IT BACKS OUT.
           MOVE WS-ROW-TYPE-CODE(WS-ROW-SUB) TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF UTYPT-FOUND
               EVALUATE TRUE
                   WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                       MOVE WS-ROW-ORIG-TYPE(WS-ROW-SUB)
                           TO UTYPT-SEEK-CODE
                       PERFORM 2510-FIND-TYPE-CODE
                       IF UTYPT-FOUND
                           STRING 'REVERSAL OF '
                                   UTYPT-DESCRIPTION(UTYPT-SUB)
                               DELIMITED BY '  '
                               INTO WS-STM-DESCRIPTION
                       ELSE
                           STRING 'REVERSAL OF '
                                   WS-ROW-ORIG-TYPE(WS-ROW-SUB)
                               DELIMITED BY SIZE
                               INTO WS-STM-DESCRIPTION
                       END-IF
                   WHEN UTYPT-COUNT-AS(UTYPT-SUB) = 'PY'
                       STRING UTYPT-DESCRIPTION(UTYPT-SUB)
                               DELIMITED BY '  '
                               ' - THANK YOU' DELIMITED BY SIZE
                           INTO WS-STM-DESCRIPTION
                   WHEN OTHER
                       MOVE UTYPT-DESCRIPTION(UTYPT-SUB)
                           TO WS-STM-DESCRIPTION
               END-EVALUATE
           END-IF
           MOVE WS-ROW-AMOUNT(WS-ROW-SUB) TO WS-STM-AMOUNT
           WRITE USTMT-LINE FROM WS-STM-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3700-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8500-PRINT-EXCEPTION-HEADING
           END-IF
           MOVE WS-GROUP-KEY TO WS-EXC-KEY
           MOVE WS-GROUP-OPENING TO WS-EXC-OPENING
           MOVE WS-GROUP-ACTIVITY TO WS-EXC-ACTIVITY
           MOVE WS-GROUP-DERIVED-CLOSE TO WS-EXC-DERIVED
           MOVE WS-GROUP-MASTER-CLOSE TO WS-EXC-MASTER
           MOVE WS-GROUP-DIFFERENCE TO WS-EXC-DIFFERENCE
           WRITE USEXC-LINE FROM WS-EXC-DETAIL-LINE
           ADD 1 TO WS-EXC-LINE-COUNT.

       3800-WRITE-BALANCE-CARRY.
           MOVE SPACES TO USTBL-RECORD
           MOVE WS-GROUP-KEY TO USTBL-KEY
           MOVE WS-STMT-PERIOD TO USTBL-PERIOD
           MOVE WS-CUTOFF-DATE TO USTBL-CUTOFF-DATE
           MOVE WS-GROUP-MASTER-CLOSE TO USTBL-CLOSING-BALANCE
           WRITE USTBL-RECORD
           IF WS-USTBL-FILE-STATUS NOT = '00'
               MOVE 'STMTBAL ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTBL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           ADD 1 TO WS-CARRY-WRITTEN.

      *    EVERY STATEMENT STARTS ON A NEW PAGE; A LONG ONE
      *    CONTINUES UNDER A REPEATED HEADING.
       8000-PRINT-STATEMENT-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-STM-PAGE-NUMBER
           MOVE WS-GROUP-KEY TO WS-STM-KEY
           MOVE WS-STMT-PERIOD TO WS-STM-PERIOD
           MOVE WS-CUTOFF-DATE TO WS-STM-CUTOFF
           IF WS-PAGE-COUNT = 1
               WRITE USTMT-LINE FROM WS-STM-HEADING-1
           ELSE
               WRITE USTMT-LINE FROM WS-STM-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE USTMT-LINE FROM WS-STM-HEADING-2
           WRITE USTMT-LINE FROM WS-STM-BLANK-LINE
           WRITE USTMT-LINE FROM WS-STM-COLUMN-HEADING
           WRITE USTMT-LINE FROM WS-STM-BLANK-LINE
           MOVE 5 TO WS-LINE-COUNT.

       8500-PRINT-EXCEPTION-HEADING.
           ADD 1 TO WS-EXC-PAGE-COUNT
           MOVE WS-EXC-PAGE-COUNT TO WS-EXC-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE
           MOVE WS-STMT-PERIOD TO WS-EXC-PERIOD
           MOVE WS-PRIOR-CUTOFF-DATE TO WS-EXC-PRIOR-CUTOFF
           MOVE WS-CUTOFF-DATE TO WS-EXC-CUTOFF
           IF WS-EXC-PAGE-COUNT = 1
               WRITE USEXC-LINE FROM WS-EXC-HEADING-1
           ELSE
               WRITE USEXC-LINE FROM WS-EXC-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE USEXC-LINE FROM WS-EXC-HEADING-2
           WRITE USEXC-LINE FROM WS-EXC-BLANK-LINE
           WRITE USEXC-LINE FROM WS-EXC-COLUMN-HEADING
           WRITE USEXC-LINE FROM WS-EXC-BLANK-LINE
           MOVE 5 TO WS-EXC-LINE-COUNT.

       9000-TERMINATE.
           CLOSE UTHST-FILE
           CLOSE UACCT-FILE
           CLOSE USTBL-IN-FILE
           CLOSE USTBL-FILE
           CLOSE USTMT-FILE
           MOVE SPACES TO USTCT-RECORD
           MOVE WS-STMT-PERIOD TO USTCT-PERIOD
           MOVE WS-CUTOFF-DATE TO USTCT-CUTOFF-DATE
           MOVE WS-RUN-DATE TO USTCT-RUN-DATE
           MOVE WS-STATEMENTS-PRODUCED TO USTCT-STATEMENT-COUNT
           MOVE WS-CLOSING-TOTAL TO USTCT-CLOSING-TOTAL
           MOVE WS-EXCEPTION-COUNT TO USTCT-EXCEPTION-COUNT
           WRITE USTCT-RECORD
           IF WS-USTCT-FILE-STATUS NOT = '00'
               MOVE 'STMTCTL ' TO WS-ABEND-FILE-NAME
               MOVE WS-USTCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           CLOSE USTCT-FILE
           WRITE USEXC-LINE FROM WS-EXC-BLANK-LINE
           IF WS-NO-PRIOR-CARRY
               MOVE 'NO PRIOR CARRY - OPENINGS DERIVED FROM MASTER'
                   TO WS-EXC-TEXT
               WRITE USEXC-LINE FROM WS-EXC-TEXT-LINE
           END-IF
           MOVE 'HISTORY ROWS READ.............'
               TO WS-EXC-COUNT-LABEL
           MOVE WS-HIST-ROWS-READ TO WS-EXC-COUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE 'ACCOUNTS ON MASTER............'
               TO WS-EXC-COUNT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-EXC-COUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE 'STATEMENTS PRODUCED...........'
               TO WS-EXC-COUNT-LABEL
           MOVE WS-STATEMENTS-PRODUCED TO WS-EXC-COUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE 'NO ACTIVITY, ZERO BALANCE.....'
               TO WS-EXC-COUNT-LABEL
           MOVE WS-ACCOUNTS-NOT-DUE TO WS-EXC-COUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE 'EXCEPTIONS HELD BACK..........'
               TO WS-EXC-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-EXC-COUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE 'BALANCE CARRY RECORDS.........'
               TO WS-EXC-COUNT-LABEL
           MOVE WS-CARRY-WRITTEN TO WS-EXC-COUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE 'TOTAL CLOSING BALANCE STATED..'
               TO WS-EXC-AMOUNT-LABEL
           MOVE WS-CLOSING-TOTAL TO WS-EXC-AMOUNT-VALUE
           WRITE USEXC-LINE FROM WS-EXC-AMOUNT-LINE
           CLOSE USEXC-FILE
           DISPLAY 'UACCTSTM RUN SUMMARY'
           DISPLAY '  PERIOD............: ' WS-STMT-PERIOD
           DISPLAY '  WINDOW............: ' WS-PRIOR-CUTOFF-DATE
                   ' - ' WS-CUTOFF-DATE
           DISPLAY '  ACCOUNTS READ.....: ' WS-ACCOUNTS-READ
           DISPLAY '  STATEMENTS........: ' WS-STATEMENTS-PRODUCED
           DISPLAY '  EXCEPTIONS........: ' WS-EXCEPTION-COUNT
           IF WS-NO-PRIOR-CARRY
               DISPLAY 'UACCTSTM WARNING: NO PRIOR STATEMENT CARRY - '
                       'OPENING BALANCES DERIVED FROM THE MASTER'
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY 'UACCTSTM *** ACCOUNTS HELD BACK FROM '
                       'STATEMENTS - SEE EXCEPTION LIST ***'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UACCTSTM *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
