       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCTMNT.

      *****************************************************
      *  ACCOUNT STATUS MAINTENANCE - THE ACCOUNT         *
      *  SERVICES DESK'S SANCTIONED WAY TO OPEN, CLOSE,   *
      *  FREEZE, UNFREEZE, AND REOPEN ACCOUNTS ON THE     *
      *  ACCOUNT MASTER.  READS THE DESK'S MAINTENANCE    *
      *  CARDS (UAMNTREC), APPLIES EACH ONE THAT IS A     *
      *  LEGAL CHANGE FROM THE ACCOUNT'S CURRENT STATUS,  *
      *  STAMPING THE STATUS DATE AND THE DESK'S REASON   *
      *  CODE, AND PRINTS EVERY CARD ON A BEFORE/AFTER    *
      *  REGISTER THE DESK SIGNS.  THE DAILY RUN REJECTS  *
      *  POSTINGS TO A CLOSED OR FROZEN ACCOUNT, SO THIS  *
      *  IS HOW A DISPUTED OR SHUT-DOWN ACCOUNT STOPS     *
      *  TAKING ACTIVITY.  RUN ON DEMAND FROM UACMTJOB,   *
      *  OUTSIDE THE NIGHTLY WINDOW.  A CARD THAT IS NOT  *
      *  A LEGAL CHANGE (CLOSING A CLOSED ACCOUNT,        *
      *  CLOSING ONE WITH A BALANCE, UNFREEZING ONE THAT  *
      *  IS NOT FROZEN) PRINTS AS REJECTED AND SETS RC 4. *
      *  AN ACCOUNT UACCTARC HAS ARCHIVED IS TAKEN FROM   *
      *  THE ARCHIVE INDEX AND, WHEN ITS CARD APPLIES,    *
      *  RESTORED TO THE MASTER WITH ITS COUNTS INTACT,   *
      *  THE SAME WAY THE DAILY RUN RESTORES ONE.         *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCTRL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCTRL-FILE-STATUS.

           SELECT UAMNT-FILE ASSIGN TO ACMTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UAMNT-FILE-STATUS.

           SELECT UACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

      *    ARCHIVE INDEX - DORMANT ACCOUNTS UACCTARC HAS MOVED OFF
      *    THE MASTER, READ BY KEY WHEN A CARD'S KEY IS NOT ON IT.
           SELECT UARCH-FILE ASSIGN TO ACCTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UARCH-KEY
               FILE STATUS IS WS-UARCH-FILE-STATUS.

           SELECT UMREG-FILE ASSIGN TO ACMTREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UMREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UCTRLREC.

       FD  UAMNT-FILE
           RECORDING MODE IS F.
       COPY UAMNTREC.

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  UARCH-FILE.
       COPY UARCHREC.

       FD  UMREG-FILE
           RECORDING MODE IS F.
       01  UMREG-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UAMNT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UMREG-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARD-END-OF-FILE         VALUE 'Y'.
           05  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ACCT-FOUND               VALUE 'Y'.
           05  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ACCT-ARCHIVED            VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
           05  WS-STATUS-IN                PIC X(01) VALUE SPACES.
           05  WS-STATUS-WORD              PIC X(07) VALUE SPACES.

      *****************************************************
      *  THE DESK'S CARDS ARE LOADED AND EDITED IN FULL   *
      *  BEFORE ANY IS APPLIED, SO A MIS-KEYED CARD STOPS *
      *  THE RUN BEFORE THE MASTER HAS BEEN TOUCHED.      *
      *  CARDS APPLY IN THE ORDER THE DESK PUNCHED THEM - *
      *  A FREEZE FOLLOWED BY A CLOSE FOR ONE KEY IS TWO  *
      *  LEGAL CHANGES, THE OTHER WAY ROUND IT IS NOT.    *
      *****************************************************
       01  WS-CARD-CONTROL.
           05  WS-CARD-MAX                 PIC S9(04) COMP VALUE +500.
           05  WS-CARD-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY OCCURS 500 TIMES.
               10  WS-CARD-ACTION          PIC X(01).
               10  WS-CARD-KEY             PIC X(10).
               10  WS-CARD-REASON          PIC X(04).

       01  WS-MAINTENANCE-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-OPENED          PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-CLOSED          PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-FROZEN          PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-UNFROZEN        PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-REOPENED        PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-RESTORED        PIC 9(09) VALUE ZERO.
           05  WS-CARDS-REJECTED           PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-REG-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UACCTMNT - ACCOUNT STATUS MAINTENANCE'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-REG-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-REG-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
               10  WS-REG-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(113) VALUE SPACES.
           05  WS-REG-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(12) VALUE 'ACTION'.
               10  FILLER                  PIC X(18)
                       VALUE 'BEFORE   DATE'.
               10  FILLER                  PIC X(18)
                       VALUE 'AFTER    DATE'.
               10  FILLER                  PIC X(06) VALUE 'RSN'.
               10  FILLER                  PIC X(19)
                       VALUE '          BALANCE'.
               10  FILLER                  PIC X(30) VALUE 'RESULT'.
               10  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REG-KEY              PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-ACTION           PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-BEFORE-STATUS    PIC X(07).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REG-BEFORE-DATE      PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-AFTER-STATUS     PIC X(07).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REG-AFTER-DATE       PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-REASON           PIC X(04).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-RESULT           PIC X(30).
               10  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-REG-BLANK-LINE           PIC X(132) VALUE SPACES.
           05  WS-REG-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REG-COUNT-LABEL      PIC X(30).
               10  WS-REG-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.
           05  WS-REG-SIGNOFF-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'APPROVED BY: ______________________'.
               10  FILLER                  PIC X(18)
                       VALUE 'DATE: ____________'.
               10  FILLER                  PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               PERFORM 3000-APPLY-ONE-CARD
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-FILE
           PERFORM 1100-LOAD-MAINTENANCE-CARDS
           OPEN I-O UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN I-O UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UMREG-FILE
           IF WS-UMREG-FILE-STATUS NOT = '00'
               MOVE 'ACMTREG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UMREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
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
                   DISPLAY 'UACCTMNT WARNING: CONTROL FILE EMPTY, '
                           'USING DEFAULTS'
               NOT AT END
                   MOVE UCTL-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE UCTRL-FILE
           IF WS-RUN-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       1100-LOAD-MAINTENANCE-CARDS.
           OPEN INPUT UAMNT-FILE
           IF WS-UAMNT-FILE-STATUS NOT = '00'
               MOVE 'ACMTCARD' TO WS-ABEND-FILE-NAME
               MOVE WS-UAMNT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1150-LOAD-ONE-CARD
               UNTIL WS-CARD-END-OF-FILE
           CLOSE UAMNT-FILE.

       1150-LOAD-ONE-CARD.
           READ UAMNT-FILE
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
      *            THE ALL-NINES KEY IS THE MASTER'S PRIMING RECORD
      *            AND IS NEVER A REAL ACCOUNT.
                   IF (UAMNT-ACTION NOT = 'O' AND NOT = 'C'
                           AND NOT = 'F' AND NOT = 'U'
                           AND NOT = 'R')
                           OR UAMNT-KEY = SPACES
                           OR UAMNT-KEY = '9999999999'
                       DISPLAY 'UACCTMNT *** INVALID MAINTENANCE '
                               'CARD FOR KEY ' UAMNT-KEY ' ***'
                       PERFORM 9950-ABEND-WRAPUP
                   END-IF
                   IF WS-CARD-COUNT >= WS-CARD-MAX
                       DISPLAY 'UACCTMNT *** MAINTENANCE CARD TABLE '
                               'FULL AT ' WS-CARD-MAX ' CARDS ***'
                       PERFORM 9950-ABEND-WRAPUP
                   END-IF
                   ADD 1 TO WS-CARD-COUNT
                   MOVE UAMNT-ACTION
                       TO WS-CARD-ACTION(WS-CARD-COUNT)
                   MOVE UAMNT-KEY TO WS-CARD-KEY(WS-CARD-COUNT)
                   MOVE UAMNT-REASON
                       TO WS-CARD-REASON(WS-CARD-COUNT)
           END-READ.

      *****************************************************
      *  3000 - ONE CARD: READ THE ACCOUNT, NOTE ITS      *
      *  STATUS BEFORE THE CHANGE, TEST THE CHANGE IS     *
      *  LEGAL FROM THAT STATUS, APPLY IT, AND PRINT THE  *
      *  BEFORE/AFTER REGISTER LINE EITHER WAY.  A KEY    *
      *  NOT ON THE MASTER IS LOOKED UP IN THE ARCHIVE    *
      *  INDEX; AN ARCHIVED ACCOUNT IS TESTED AND CHANGED *
      *  AS IT STOOD WHEN ARCHIVED.                       *
      *****************************************************
       3000-APPLY-ONE-CARD.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE 'N' TO WS-ARCH-FOUND-SWITCH
           MOVE WS-CARD-KEY(WS-CARD-SUB) TO UACCT-KEY
           READ UACCT-FILE
               INVALID KEY
                   PERFORM 3050-READ-ARCHIVED-ACCOUNT
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ
           IF WS-UACCT-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           MOVE WS-CARD-KEY(WS-CARD-SUB) TO WS-REG-KEY
           MOVE WS-CARD-REASON(WS-CARD-SUB) TO WS-REG-REASON
           EVALUATE WS-CARD-ACTION(WS-CARD-SUB)
               WHEN 'O'
                   MOVE 'OPEN' TO WS-REG-ACTION
               WHEN 'C'
                   MOVE 'CLOSE' TO WS-REG-ACTION
               WHEN 'F'
                   MOVE 'FREEZE' TO WS-REG-ACTION
               WHEN 'U'
                   MOVE 'UNFREEZE' TO WS-REG-ACTION
               WHEN 'R'
                   MOVE 'REOPEN' TO WS-REG-ACTION
           END-EVALUATE
           IF WS-ACCT-FOUND
               MOVE UACCT-STATUS TO WS-STATUS-IN
               PERFORM 3500-DESCRIBE-STATUS
               MOVE WS-STATUS-WORD TO WS-REG-BEFORE-STATUS
               PERFORM 3550-FORMAT-STATUS-DATE
               MOVE WS-REG-AFTER-DATE TO WS-REG-BEFORE-DATE
           ELSE
               MOVE 'NONE' TO WS-REG-BEFORE-STATUS
               MOVE ZERO TO WS-REG-BEFORE-DATE
           END-IF
           PERFORM 3100-CHECK-TRANSITION
           IF WS-REJECT-REASON = SPACES
               PERFORM 3200-APPLY-STATUS-CHANGE
               IF WS-ACCT-ARCHIVED
                   MOVE 'APPLIED, RESTORED FROM ARCHIVE'
                       TO WS-REG-RESULT
               ELSE
                   MOVE 'APPLIED' TO WS-REG-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE WS-REJECT-REASON TO WS-REG-RESULT
           END-IF
           IF WS-ACCT-FOUND
               MOVE UACCT-STATUS TO WS-STATUS-IN
               PERFORM 3500-DESCRIBE-STATUS
               MOVE WS-STATUS-WORD TO WS-REG-AFTER-STATUS
               PERFORM 3550-FORMAT-STATUS-DATE
               MOVE UACCT-CURRENT-BALANCE TO WS-REG-BALANCE
           ELSE
               MOVE 'NONE' TO WS-REG-AFTER-STATUS
               MOVE ZERO TO WS-REG-AFTER-DATE
               MOVE ZERO TO WS-REG-BALANCE
           END-IF
           PERFORM 3600-PRINT-REGISTER-LINE.

      *    THE ARCHIVED RECORD IS PRESENTED IN THE MASTER RECORD
      *    AREA AND THE ACCOUNT TREATED AS FOUND - IT IS ONLY
      *    WRITTEN BACK TO THE MASTER IF ITS CARD APPLIES.
       3050-READ-ARCHIVED-ACCOUNT.
           MOVE UACCT-KEY TO UARCH-KEY
           READ UARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-ARCHIVED TO TRUE
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE UARCH-ACCOUNT-IMAGE TO UACCT-RECORD
           END-READ
           IF WS-UARCH-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  3100 - THE LEGAL STATUS CHANGES.  A LEGACY       *
      *  RECORD WITH A BLANK STATUS IS OPEN.  ONLY A      *
      *  ZERO-BALANCE ACCOUNT MAY CLOSE - A CLOSED        *
      *  ACCOUNT CANNOT TAKE THE PAYMENT OR ADJUSTMENT    *
      *  THAT WOULD CLEAR IT, SO THE DESK SETTLES THE     *
      *  BALANCE (OR FREEZES THE ACCOUNT) FIRST.  AN OPEN *
      *  CARD FOR AN ARCHIVED ACCOUNT THAT WAS OPEN WHEN  *
      *  ARCHIVED RESTORES IT RATHER THAN BUILDING A NEW  *
      *  EMPTY RECORD; ONE ARCHIVED CLOSED OR FROZEN      *
      *  TAKES A REOPEN OR UNFREEZE CARD INSTEAD.         *
      *****************************************************
       3100-CHECK-TRANSITION.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'O'
                       AND WS-ACCT-ARCHIVED
                       AND NOT UACCT-STATUS-OPEN
                   MOVE 'ARCHIVED ACCOUNT NOT OPEN'
                       TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'O'
                       AND WS-ACCT-ARCHIVED
                   CONTINUE
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'O'
                       AND WS-ACCT-FOUND
                   MOVE 'ACCOUNT ALREADY ON MASTER'
                       TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'O'
                   CONTINUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'C'
                       AND UACCT-STATUS-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'C'
                       AND UACCT-CURRENT-BALANCE NOT = ZERO
                   MOVE 'BALANCE NOT ZERO' TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'F'
                       AND NOT UACCT-STATUS-OPEN
                   MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'U'
                       AND NOT UACCT-STATUS-FROZEN
                   MOVE 'ACCOUNT NOT FROZEN' TO WS-REJECT-REASON
               WHEN WS-CARD-ACTION(WS-CARD-SUB) = 'R'
                       AND NOT UACCT-STATUS-CLOSED
                   MOVE 'ACCOUNT NOT CLOSED' TO WS-REJECT-REASON
           END-EVALUATE.

      *****************************************************
      *  3200 - APPLY A LEGAL CHANGE.  AN OPEN CARD       *
      *  BUILDS THE SAME ZERO RECORD THE DAILY RUN BUILDS *
      *  ON A KEY'S FIRST POSTING; EVERY OTHER CHANGE     *
      *  REWRITES THE STATUS, DATE, AND REASON IN PLACE   *
      *  AND LEAVES THE BALANCES AND COUNTS ALONE.  AN    *
      *  ARCHIVED ACCOUNT TAKES THE SAME STATUS CHANGE,   *
      *  BUT IS WRITTEN BACK TO THE MASTER, AND ONLY THEN *
      *  IS ITS ARCHIVE ENTRY DELETED - AN ABEND BETWEEN  *
      *  THE TWO LEAVES IT IN BOTH PLACES, AND THE MASTER *
      *  COPY WINS.                                       *
      *****************************************************
       3200-APPLY-STATUS-CHANGE.
           IF WS-CARD-ACTION(WS-CARD-SUB) = 'O'
                   AND NOT WS-ACCT-ARCHIVED
               MOVE SPACES TO UACCT-RECORD
               MOVE WS-CARD-KEY(WS-CARD-SUB) TO UACCT-KEY
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
               MOVE WS-CARD-REASON(WS-CARD-SUB) TO UACCT-STATUS-REASON
               WRITE UACCT-RECORD
               SET WS-ACCT-FOUND TO TRUE
               ADD 1 TO WS-ACCOUNTS-OPENED
           ELSE
               EVALUATE WS-CARD-ACTION(WS-CARD-SUB)
                   WHEN 'O'
                       MOVE 'O' TO UACCT-STATUS
                       ADD 1 TO WS-ACCOUNTS-OPENED
                   WHEN 'C'
                       MOVE 'C' TO UACCT-STATUS
                       ADD 1 TO WS-ACCOUNTS-CLOSED
                   WHEN 'F'
                       MOVE 'F' TO UACCT-STATUS
                       ADD 1 TO WS-ACCOUNTS-FROZEN
                   WHEN 'U'
                       MOVE 'O' TO UACCT-STATUS
                       ADD 1 TO WS-ACCOUNTS-UNFROZEN
                   WHEN 'R'
                       MOVE 'O' TO UACCT-STATUS
                       ADD 1 TO WS-ACCOUNTS-REOPENED
               END-EVALUATE
               MOVE WS-RUN-DATE TO UACCT-STATUS-DATE
               MOVE WS-CARD-REASON(WS-CARD-SUB) TO UACCT-STATUS-REASON
               IF WS-ACCT-ARCHIVED
                   WRITE UACCT-RECORD
               ELSE
                   REWRITE UACCT-RECORD
               END-IF
           END-IF
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           IF WS-ACCT-ARCHIVED
               PERFORM 3250-REMOVE-ARCHIVE-ENTRY
           END-IF.

       3250-REMOVE-ARCHIVE-ENTRY.
           DELETE UARCH-FILE RECORD
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           ADD 1 TO WS-ACCOUNTS-RESTORED.

       3500-DESCRIBE-STATUS.
           EVALUATE WS-STATUS-IN
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-STATUS-WORD
               WHEN 'F'
                   MOVE 'FROZEN' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'OPEN' TO WS-STATUS-WORD
           END-EVALUATE.

      *    A RECORD BUILT BEFORE THE STATUS FIELDS EXISTED CARRIES
      *    SPACES IN THE STATUS DATE - IT PRINTS AS ZERO.
       3550-FORMAT-STATUS-DATE.
           IF UACCT-STATUS-DATE NUMERIC
               MOVE UACCT-STATUS-DATE TO WS-REG-AFTER-DATE
           ELSE
               MOVE ZERO TO WS-REG-AFTER-DATE
           END-IF.

       3600-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE UMREG-LINE FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-REG-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-REG-RUN-DATE
           IF WS-PAGE-COUNT = 1
               WRITE UMREG-LINE FROM WS-REG-HEADING-1
           ELSE
               WRITE UMREG-LINE FROM WS-REG-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE UMREG-LINE FROM WS-REG-HEADING-2
           WRITE UMREG-LINE FROM WS-REG-BLANK-LINE
           WRITE UMREG-LINE FROM WS-REG-COLUMN-HEADING
           WRITE UMREG-LINE FROM WS-REG-BLANK-LINE
           MOVE 5 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           CLOSE UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           WRITE UMREG-LINE FROM WS-REG-BLANK-LINE
           MOVE 'MAINTENANCE CARDS READ........'
               TO WS-REG-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'ACCOUNTS OPENED...............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-OPENED TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'ACCOUNTS CLOSED...............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-CLOSED TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'ACCOUNTS FROZEN...............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-FROZEN TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'ACCOUNTS UNFROZEN.............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-UNFROZEN TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'ACCOUNTS REOPENED.............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-REOPENED TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'RESTORED FROM ARCHIVE.........'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-RESTORED TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'CARDS REJECTED................'
               TO WS-REG-COUNT-LABEL
           MOVE WS-CARDS-REJECTED TO WS-REG-COUNT-VALUE
           WRITE UMREG-LINE FROM WS-REG-COUNT-LINE
           WRITE UMREG-LINE FROM WS-REG-BLANK-LINE
           WRITE UMREG-LINE FROM WS-REG-SIGNOFF-LINE
           CLOSE UMREG-FILE
           DISPLAY 'UACCTMNT RUN SUMMARY'
           DISPLAY '  CARDS READ........: ' WS-CARDS-READ
           DISPLAY '  OPENED............: ' WS-ACCOUNTS-OPENED
           DISPLAY '  CLOSED............: ' WS-ACCOUNTS-CLOSED
           DISPLAY '  FROZEN............: ' WS-ACCOUNTS-FROZEN
           DISPLAY '  UNFROZEN..........: ' WS-ACCOUNTS-UNFROZEN
           DISPLAY '  REOPENED..........: ' WS-ACCOUNTS-REOPENED
           DISPLAY '  RESTORED..........: ' WS-ACCOUNTS-RESTORED
           DISPLAY '  CARDS REJECTED....: ' WS-CARDS-REJECTED
           IF WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UACCTMNT *** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           PERFORM 9950-ABEND-WRAPUP.

       9910-ABEND-FILE-IO.
           DISPLAY 'UACCTMNT *** I-O FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           PERFORM 9950-ABEND-WRAPUP.

       9950-ABEND-WRAPUP.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
