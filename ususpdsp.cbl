      *  DUPLICATE INSTEAD OF RE-SUSPENDING.  RUN ON      *
      *  DEMAND FROM USUSPJOB, OUTSIDE THE NIGHTLY        *
      *  WINDOW.  A CARD THAT MATCHES NO CARRY ENTRY      *
      *  PRINTS ON THE REGISTER AND SETS RC 4.  POSTINGS  *
      *  FOLLOW THE TRANSACTION TYPE CODE TABLE (TYPETBL) *
      *  THE DAILY RUN POSTS UNDER; AN ENTRY WHOSE TYPE   *
      *  THE TABLE WILL NOT POST IS REFUSED ON THE        *
      *  REGISTER, CARRIED FORWARD, AND SETS RC 4.  A     *
      *  POSTING TO AN ACCOUNT UACCTARC HAS ARCHIVED      *
      *  RESTORES IT FROM THE ARCHIVE INDEX (ACCTARC) THE *
      *  SAME WAY THE DAILY RUN DOES.                     *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS UHIST-KEY
               FILE STATUS IS WS-UHIST-FILE-STATUS.

      *    ARCHIVE INDEX - A POSTING KEY NOT ON THE MASTER IS LOOKED
      *    UP HERE BEFORE IT IS TREATED AS A NEW ACCOUNT, EXACTLY
      *    AS THE DAILY RUN DOES; AN ACCOUNT FOUND IS RESTORED TO
      *    THE MASTER, COUNTS INTACT, AND ITS ENTRY IS DELETED.
           SELECT UARCH-FILE ASSIGN TO ACCTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UARCH-KEY
               FILE STATUS IS WS-UARCH-FILE-STATUS.

           SELECT UTHST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTHST-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UDREG-FILE-STATUS.

      *    TRANSACTION TYPE CODE TABLE - THE SAME RULES THE DAILY
      *    RUN POSTS UNDER, PROVED AGAINST ITS CONTROL RECORD.
           SELECT UTYPE-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
                     ==USUSP-KEY==           BY ==USUSP-IN-KEY==
                     ==USUSP-AMOUNT==        BY ==USUSP-IN-AMOUNT==
                     ==USUSP-EFF-DATE==      BY ==USUSP-IN-EFF-DATE==
                     ==USUSP-FEED-ID==       BY ==USUSP-IN-FEED-ID==
                     ==USUSP-TYPE-CODE==     BY ==USUSP-IN-TYPE-CODE==.

       FD  UDISP-FILE
           RECORDING MODE IS F.
       FD  UHIST-FILE.
       COPY UHISTREC.

       FD  UARCH-FILE.
       COPY UARCHREC.

       FD  UTHST-FILE
           RECORDING MODE IS F.
       COPY UTHSTREC.
           RECORDING MODE IS F.
       01  UDREG-LINE                      PIC X(132).

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USUSP-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHIST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UDREG-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
               88  WS-CARD-END-OF-FILE         VALUE 'Y'.
           05  WS-CARD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CARD-FOUND               VALUE 'Y'.
           05  WS-POST-TYPE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-POST-TYPE-OK             VALUE 'Y'.
           05  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ACCT-ARCHIVED            VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-POST-TYPE                PIC X(02) VALUE SPACES.
           05  WS-POST-STATUS              PIC X(02) VALUE SPACES.

       COPY UTYPETBL.

      *****************************************************
      *  THE DESK'S CARDS ARE HELD IN CORE AND EACH CARRY *
      *  ENTRY IS MATCHED AGAINST THEM ON THE FULL        *
           05  WS-RETURNED                 PIC 9(09) VALUE ZERO.
           05  WS-CARRIED                  PIC 9(09) VALUE ZERO.
           05  WS-CARDS-UNMATCHED          PIC 9(09) VALUE ZERO.
           05  WS-TYPE-REFUSED             PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-RESTORED        PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-FILE
           PERFORM 1040-LOAD-TYPE-TABLE
           OPEN INPUT USUSP-IN-FILE
           IF WS-USUSP-IN-FILE-STATUS NOT = '00'
               MOVE 'SUSPIN  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHIST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN I-O UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN EXTEND UTHST-FILE
           IF WS-UTHST-FILE-STATUS NOT = '00'
               MOVE 'TRANHIST' TO WS-ABEND-FILE-NAME
           PERFORM 1100-LOAD-DISPOSITION-CARDS
           PERFORM 8000-PRINT-PAGE-HEADING.

      *****************************************************
      *  1040 - LOAD THE TRANSACTION TYPE CODE TABLE AND  *
      *  PROVE IT AGAINST ITS CONTROL RECORD THE SAME WAY *
      *  THE DAILY RUN DOES.  A TABLE THAT FAILS THE      *
      *  PROOF, OR HAS NO CONTROL RECORD, STOPS THE RUN   *
      *  BEFORE ANYTHING IS OPENED FOR UPDATE.            *
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
               DISPLAY 'USUSPDSP *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'USUSPDSP *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'USUSPDSP *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'USUSPDSP *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'USUSPDSP *** TYPE CODE TABLE '
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
                           DISPLAY 'USUSPDSP *** TYPE CODE TABLE '
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
           DISPLAY 'USUSPDSP *** TYPE CODE TABLE REFUSED - RUN '
                   'STOPPED ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1050-READ-CONTROL-FILE.
           OPEN INPUT UCTRL-FILE
           IF WS-UCTRL-FILE-STATUS NOT = '00'
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
      *  3000 - ONE CARRY ENTRY: FIND ITS CARD ON THE     *
      *  FULL IDENTITY TRIPLE AND APPLY THE DESK'S        *
                       PERFORM 6000-APPLY-RETURN
               END-EVALUATE
           ELSE
               PERFORM 3100-CARRY-ENTRY
           END-IF.

       3100-CARRY-ENTRY.
           ADD 1 TO WS-CARRIED
           MOVE USUSP-IN-RECORD TO USUSP-RECORD
           WRITE USUSP-RECORD
           IF WS-USUSP-OUT-FILE-STATUS NOT = '00'
               MOVE 'SUSPOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-USUSP-OUT-FILE-STATUS
                   TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       3500-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE USUSP-IN-KEY TO WS-REG-KEY
           MOVE USUSP-IN-AMOUNT TO WS-REG-AMOUNT
           MOVE USUSP-IN-EFF-DATE TO WS-REG-EFF-DATE
           MOVE USUSP-IN-SUSPENSE-DATE TO WS-REG-SUSP-DATE
           WRITE UDREG-LINE FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************
      *  4000 - WRITE-OFF.  THE REFUND IS RECOGNIZED      *
      *  AGAINST ITS OWN ACCOUNT AS A NEGATIVE            *
      *  ACCOUNT NEVER HAD.                               *
      *****************************************************
       4000-APPLY-WRITEOFF.
           MOVE 'AJ' TO WS-POST-TYPE
           PERFORM 4400-EDIT-POST-TYPE
           IF NOT WS-POST-TYPE-OK
               PERFORM 4450-REFUSE-ENTRY
           ELSE
               PERFORM 4050-POST-WRITEOFF
           END-IF.

       4050-POST-WRITEOFF.
           ADD 1 TO WS-WRITTEN-OFF
           MOVE USUSP-IN-KEY TO WS-POST-KEY
           COMPUTE WS-POST-AMOUNT = ZERO - USUSP-IN-AMOUNT
           MOVE 'WO' TO WS-POST-STATUS
           PERFORM 4500-POST-TO-MASTER
           PERFORM 4600-WRITE-HISTORY-ROW
           PERFORM 3500-PRINT-REGISTER-LINE.

      *****************************************************
      *  4400 - THE POSTING TYPE MUST BE ON THE TABLE,    *
      *  ACTIVE, AND A PLAIN ADD OR SUBTRACT TYPE - THE   *
      *  DAILY EDIT TAKES NO NEW ACTIVITY UNDER A RETIRED *
      *  TYPE, AND A REVERSAL HAS NO ORIGINAL TO INVERT   *
      *  HERE.  UTYPT-SUB IS LEFT ON THE ENTRY FOR 4550.  *
      *****************************************************
       4400-EDIT-POST-TYPE.
           MOVE 'N' TO WS-POST-TYPE-SWITCH
           MOVE WS-POST-TYPE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF UTYPT-FOUND
               IF UTYPT-ACTIVE(UTYPT-SUB)
                       AND (UTYPT-SIGN-ADD(UTYPT-SUB)
                           OR UTYPT-SIGN-SUBTRACT(UTYPT-SUB))
                   SET WS-POST-TYPE-OK TO TRUE
               END-IF
           END-IF.

      *    NOTHING POSTS AND THE CARD IS SPENT; THE ENTRY STAYS IN
      *    THE CARRY UNTIL THE TABLE OR THE CARD IS PUT RIGHT.  THE
      *    TARGET COLUMN SHOWS THE TYPE THAT WAS REFUSED.
       4450-REFUSE-ENTRY.
           ADD 1 TO WS-TYPE-REFUSED
           PERFORM 3100-CARRY-ENTRY
           MOVE 'TYPE REFUSED' TO WS-REG-ACTION
           MOVE WS-POST-TYPE TO WS-REG-TARGET
           PERFORM 3500-PRINT-REGISTER-LINE.

      *****************************************************
      *  4500 - MASTER POSTING, SAME SHAPE AS THE DAILY   *
      *  RUN'S: READ/APPLY/REWRITE IN PLACE.  A KEY WITH  *
      *  NO MASTER RECORD IS LOOKED UP ON THE ARCHIVE     *
      *  INDEX FIRST AND RESTORED FROM IT IF FOUND;       *
      *  OTHERWISE THE RECORD IS BUILT FROM THIS FIRST    *
      *  POSTING.                                         *
      *****************************************************
       4500-POST-TO-MASTER.
           ADD 1 TO WS-POSTING-SEQ
           MOVE 'N' TO WS-ARCH-FOUND-SWITCH
           MOVE WS-POST-KEY TO UACCT-KEY
           READ UACCT-FILE
               INVALID KEY
                   PERFORM 4520-READ-ARCHIVED-ACCOUNT
                   IF NOT WS-ACCT-ARCHIVED
                       MOVE SPACES TO UACCT-RECORD
                       MOVE WS-POST-KEY TO UACCT-KEY
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
                   PERFORM 4550-APPLY-TO-MASTER
                   WRITE UACCT-RECORD
               NOT INVALID KEY
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           IF WS-ACCT-ARCHIVED
               PERFORM 4530-REMOVE-ARCHIVE-ENTRY
           END-IF.

      *****************************************************
      *  4520/4530 - ARCHIVED ACCOUNTS, AS IN THE DAILY   *
      *  RUN.  4520 PRESENTS THE ARCHIVED RECORD IN THE   *
      *  MASTER RECORD AREA SO THE POSTING LANDS ON THE   *
      *  ACCOUNT EXACTLY AS IT WAS ARCHIVED; ONLY AFTER   *
      *  4500 HAS WRITTEN IT BACK TO THE MASTER DOES 4530 *
      *  DELETE THE ARCHIVE ENTRY, SO AN ABEND BETWEEN    *
      *  THE TWO LEAVES THE ACCOUNT IN BOTH PLACES (THE   *
      *  MASTER WINS) AND NEVER IN NEITHER.               *
      *****************************************************
       4520-READ-ARCHIVED-ACCOUNT.
           MOVE WS-POST-KEY TO UARCH-KEY
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

       4530-REMOVE-ARCHIVE-ENTRY.
           ADD 1 TO WS-ACCOUNTS-RESTORED
           DISPLAY 'USUSPDSP ACCOUNT ' UARCH-KEY
                   ' RESTORED FROM ARCHIVE OF ' UARCH-ARCHIVE-DATE
           DELETE UARCH-FILE RECORD
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *    THE TABLE'S SIGN, PURCHASE-FLAG AND COUNT-AS RULES FOR
      *    THE ENTRY 4400 FOUND.
       4550-APPLY-TO-MASTER.
           EVALUATE TRUE
               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                   ADD WS-POST-AMOUNT TO UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       ADD WS-POST-AMOUNT TO UACCT-PURCHASE-TOTAL
                   END-IF
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   SUBTRACT WS-POST-AMOUNT FROM UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       SUBTRACT WS-POST-AMOUNT
                           FROM UACCT-PURCHASE-TOTAL
                   END-IF
           END-EVALUATE
           EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
               WHEN 'PU'
                   ADD 1 TO UACCT-PU-COUNT
               WHEN 'PY'
                   ADD 1 TO UACCT-PY-COUNT
               WHEN 'RF'
                   ADD 1 TO UACCT-RF-COUNT
               WHEN 'AJ'
                   ADD 1 TO UACCT-AJ-COUNT
           END-EVALUATE
           ADD 1 TO UACCT-TRAN-COUNT
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  5000 - FORCE-MATCH.  THE DESK HAS IDENTIFIED     *
      *  THE ACCOUNT THE REFUND REALLY BELONGS TO; IT     *
      *  POSTS THERE UNDER ITS OWN TYPE CODE'S TABLE      *
      *  RULES, AS THE DAILY RUN'S REMATCH WOULD HAVE     *
      *  POSTED IT.  ENTRIES CARRIED FROM BEFORE THE      *
      *  SUSPENSE RECORD KEPT THE TYPE ARE PLAIN REFUNDS. *
      *****************************************************
       5000-APPLY-FORCE-MATCH.
           IF USUSP-IN-TYPE-CODE = SPACES
               MOVE 'RF' TO WS-POST-TYPE
           ELSE
               MOVE USUSP-IN-TYPE-CODE TO WS-POST-TYPE
           END-IF
           PERFORM 4400-EDIT-POST-TYPE
           IF NOT WS-POST-TYPE-OK
               PERFORM 4450-REFUSE-ENTRY
           ELSE
               PERFORM 5050-POST-FORCE-MATCH
           END-IF.

       5050-POST-FORCE-MATCH.
           ADD 1 TO WS-FORCE-MATCHED
           MOVE WS-CARD-TARGET-KEY(WS-CARD-SUB) TO WS-POST-KEY
           MOVE USUSP-IN-AMOUNT TO WS-POST-AMOUNT
           MOVE 'FM' TO WS-POST-STATUS
           PERFORM 4500-POST-TO-MASTER
           PERFORM 4600-WRITE-HISTORY-ROW
           PERFORM 4700-INSERT-IDENTITY
           MOVE 'FORCE-MATCHED' TO WS-REG-ACTION
           MOVE WS-CARD-TARGET-KEY(WS-CARD-SUB) TO WS-REG-TARGET
           PERFORM 3500-PRINT-REGISTER-LINE.

      *****************************************************
      *  6000 - RETURN TO REGION.  NOTHING POSTS; THE     *
      *  ENTRY LEAVES THE CARRY AND THE REGION SENDS A    *
      *  CORRECTED TRANSACTION THROUGH THE FRONT DOOR.    *
      *  NO IDENTITY IS INSERTED - THE RE-SEND MUST NOT   *
      *  REJECT AS A DUPLICATE.                           *
      *****************************************************
       6000-APPLY-RETURN.
           ADD 1 TO WS-RETURNED
           MOVE 'RETURNED' TO WS-REG-ACTION
           MOVE USUSP-IN-FEED-ID TO WS-REG-TARGET
           PERFORM 3500-PRINT-REGISTER-LINE.

      *****************************************************
      *  7000 - EVERY CARD THE DESK PREPARED MUST         *
      *  ACCOUNT FOR ITSELF.  A CARD THAT MATCHED NO      *
      *  CARRY ENTRY PRINTS HERE AND SETS RC 4 SO THE     *
      *  DESK RECONCILES ITS CARDS BEFORE SIGNING.        *
               PERFORM 9910-ABEND-FILE-IO
           END-IF
           CLOSE UHIST-FILE
           CLOSE UARCH-FILE
           CLOSE UTHST-FILE
           WRITE UDREG-LINE FROM WS-REG-BLANK-LINE
           MOVE 'CARRY ENTRIES READ............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-CARDS-UNMATCHED TO WS-REG-COUNT-VALUE
           WRITE UDREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'REFUSED - TYPE NOT POSTABLE...'
               TO WS-REG-COUNT-LABEL
           MOVE WS-TYPE-REFUSED TO WS-REG-COUNT-VALUE
           WRITE UDREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'ACCOUNTS RESTORED FROM ARCHIVE'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ACCOUNTS-RESTORED TO WS-REG-COUNT-VALUE
           WRITE UDREG-LINE FROM WS-REG-COUNT-LINE
           WRITE UDREG-LINE FROM WS-REG-BLANK-LINE
           WRITE UDREG-LINE FROM WS-REG-SIGNOFF-LINE
           CLOSE UDREG-FILE
           DISPLAY '  RETURNED..........: ' WS-RETURNED
           DISPLAY '  CARRIED FORWARD...: ' WS-CARRIED
           DISPLAY '  CARDS UNMATCHED...: ' WS-CARDS-UNMATCHED
           DISPLAY '  TYPE REFUSED......: ' WS-TYPE-REFUSED
           DISPLAY '  ACCTS RESTORED....: ' WS-ACCOUNTS-RESTORED
           IF WS-CARDS-UNMATCHED > ZERO OR WS-TYPE-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

