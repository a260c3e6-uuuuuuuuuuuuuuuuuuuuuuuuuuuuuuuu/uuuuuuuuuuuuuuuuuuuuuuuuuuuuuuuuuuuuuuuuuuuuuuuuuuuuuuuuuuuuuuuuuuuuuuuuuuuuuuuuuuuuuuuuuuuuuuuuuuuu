      *  AHEAD OF UPRGEJOB'S HISTORY TRIM - AN ACCOUNT    *
      *  WHOSE ACTIVITY PREDATES THE RETENTION WINDOW     *
      *  CANNOT BE FULLY RECOMPUTED AND IS REPORTED       *
      *  SEPARATELY RATHER THAN AS DRIFT.  AN ACCOUNT     *
      *  UACCTARC HAS MOVED TO THE ARCHIVE INDEX IS       *
      *  VERIFIED AGAINST ITS ARCHIVED RECORD INSTEAD OF  *
      *  REPORTING AS HISTORY WITH NO MASTER.             *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

      *    ARCHIVE INDEX - DORMANT ACCOUNTS UACCTARC HAS MOVED OFF
      *    THE MASTER.  READ BY KEY FOR HISTORY WITH NO MASTER.
           SELECT UARCH-FILE ASSIGN TO ACCTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UARCH-KEY
               FILE STATUS IS WS-UARCH-FILE-STATUS.

           SELECT UVRFY-FILE ASSIGN TO VRFYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UVRFY-FILE-STATUS.

      *    TRANSACTION TYPE CODE TABLE - THE SAME RULES THE DAILY
      *    RUN POSTS UNDER, PROVED AGAINST ITS CONTROL RECORD.
           SELECT UTYPE-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UTHST-FILE
       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  UARCH-FILE.
       COPY UARCHREC.

       FD  UVRFY-FILE
           RECORDING MODE IS F.
       01  UVRFY-LINE                      PIC X(132).

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UVRFY-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.

      *****************************************************
      *  ONE HISTORY GROUP = ALL TRANHIST ROWS FOR ONE    *
      *  KEY, ACCUMULATED WITH THE SAME TYPE CODE TABLE   *
      *  RULES 3600-APPLY-TO-MASTER USES, SO THE COMPARE  *
      *  IS AGAINST WHAT THE MASTER OUGHT TO SAY IF EVERY *
      *  POSTING AND EVERY HISTORY ROW AGREED.            *
      *****************************************************
       01  WS-HISTORY-GROUP.
           05  WS-GROUP-RF-COUNT           PIC S9(09) COMP VALUE ZERO.
           05  WS-GROUP-AJ-COUNT           PIC S9(09) COMP VALUE ZERO.

       COPY UTYPETBL.

       01  WS-COMPARE-FIELDS.
           05  WS-BALANCE-DRIFT            PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ACCOUNTS-DRIFTED         PIC 9(09) VALUE ZERO.
           05  WS-MASTER-ONLY-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-HISTORY-ONLY-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-ARCHIVED-COUNT           PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-LOAD-TYPE-TABLE
           OPEN INPUT UTHST-FILE
           IF WS-UTHST-FILE-STATUS NOT = '00'
               MOVE 'HISTSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UVRFY-FILE
           IF WS-UVRFY-FILE-STATUS NOT = '00'
               MOVE 'VRFYRPT ' TO WS-ABEND-FILE-NAME
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
               DISPLAY 'UACCTVFY *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UACCTVFY *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UACCTVFY *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'UACCTVFY *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UACCTVFY *** TYPE CODE TABLE '
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
                           DISPLAY 'UACCTVFY *** TYPE CODE TABLE '
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
           DISPLAY 'UACCTVFY *** TYPE CODE TABLE REFUSED - RUN '
                   'STOPPED ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE ALL-NINES KEY IS THE PERMANENT PRIMING RECORD ON
      *    BOTH FILES AND TAKES PART IN NO POSTING - IT IS SKIPPED
      *    ON BOTH SIDES SO IT CAN NEVER REPORT AS DRIFT.
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
      *  3000 - CLASSIC TWO-FILE MATCH-MERGE ON THE       *
      *  ACCOUNT KEY.  BOTH INPUTS ARRIVE IN ASCENDING    *
                   OR UTHST-KEY NOT = WS-GROUP-KEY.

       3150-APPLY-HISTORY-ROW.
           MOVE UTHST-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               ADD 1 TO WS-GROUP-TRAN-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                       ADD UTHST-AMOUNT TO WS-GROUP-BALANCE
                       IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                           ADD UTHST-AMOUNT TO WS-GROUP-PURCHASES
                       END-IF
                       PERFORM 3170-COUNT-TYPE-UP
                       ADD 1 TO WS-GROUP-TRAN-COUNT
                   WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                       SUBTRACT UTHST-AMOUNT FROM WS-GROUP-BALANCE
                       IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                           SUBTRACT UTHST-AMOUNT FROM WS-GROUP-PURCHASES
                       END-IF
                       PERFORM 3170-COUNT-TYPE-UP
                       ADD 1 TO WS-GROUP-TRAN-COUNT
      *            A REVERSAL ROW BACKS THE ORIGINAL OUT AS IF IT HAD
      *            NEVER POSTED, MIRRORING WHAT THE DAILY RUN DOES TO
      *            THE MASTER'S TRANSACTION COUNT.
                   WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                       SUBTRACT 1 FROM WS-GROUP-TRAN-COUNT
                       PERFORM 3160-REVERSE-HISTORY-ROW
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-HISTORY.

      *  3160 - APPLY THE INVERSE OF THE RULES THE        *
      *  REVERSED TRANSACTION ORIGINALLY POSTED UNDER,    *
      *  TAKEN FROM THE ORIGINAL TYPE CODE CARRIED ON     *
      *  THE REVERSAL'S HISTORY ROW.                      *
      *****************************************************
       3160-REVERSE-HISTORY-ROW.
           MOVE UTHST-ORIG-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF UTYPT-FOUND
               EVALUATE TRUE
                   WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                       SUBTRACT UTHST-AMOUNT FROM WS-GROUP-BALANCE
                       IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                           SUBTRACT UTHST-AMOUNT FROM WS-GROUP-PURCHASES
                       END-IF
                   WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                       ADD UTHST-AMOUNT TO WS-GROUP-BALANCE
                       IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                           ADD UTHST-AMOUNT TO WS-GROUP-PURCHASES
                       END-IF
               END-EVALUATE
               EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
                   WHEN 'PU'
                       SUBTRACT 1 FROM WS-GROUP-PU-COUNT
                   WHEN 'PY'
                       SUBTRACT 1 FROM WS-GROUP-PY-COUNT
                   WHEN 'RF'
                       SUBTRACT 1 FROM WS-GROUP-RF-COUNT
                   WHEN 'AJ'
                       SUBTRACT 1 FROM WS-GROUP-AJ-COUNT
               END-EVALUATE
           END-IF.

      *    COUNT-AS NAMES THE MASTER COUNTER THE TYPE BUMPS.
       3170-COUNT-TYPE-UP.
           EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
               WHEN 'PU'
                   ADD 1 TO WS-GROUP-PU-COUNT
               WHEN 'PY'
                   ADD 1 TO WS-GROUP-PY-COUNT
               WHEN 'RF'
                   ADD 1 TO WS-GROUP-RF-COUNT
               WHEN 'AJ'
                   ADD 1 TO WS-GROUP-AJ-COUNT
           END-EVALUATE.

       3200-COMPARE-TO-MASTER.
      *  IS USUALLY AN ACCOUNT WHOSE ACTIVITY HAS AGED    *
      *  PAST THE TRANHIST RETENTION TRIM, SO IT IS       *
      *  REPORTED UNDER ITS OWN CONDITION RATHER THAN     *
      *  COUNTED AS DRIFT.  HISTORY WITH NO MASTER IS     *
      *  FIRST LOOKED UP IN THE ARCHIVE INDEX - AN        *
      *  ACCOUNT UACCTARC ARCHIVED IS EXPECTED TO BE OFF  *
      *  THE MASTER AND IS COMPARED WITH ITS ARCHIVED     *
      *  RECORD INSTEAD.                                  *
      *****************************************************
       3300-HISTORY-ONLY-KEY.
           PERFORM 3100-ACCUMULATE-KEY-GROUP
           MOVE WS-GROUP-KEY TO UARCH-KEY
           READ UARCH-FILE
               INVALID KEY
                   PERFORM 3320-REPORT-NO-MASTER
               NOT INVALID KEY
                   PERFORM 3350-COMPARE-TO-ARCHIVE
           END-READ
           IF WS-UARCH-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       3320-REPORT-NO-MASTER.
           ADD 1 TO WS-HISTORY-ONLY-COUNT
           ADD 1 TO WS-ACCOUNTS-DRIFTED
           COMPUTE WS-BALANCE-DRIFT = ZERO - WS-GROUP-BALANCE
           MOVE WS-COUNT-DRIFT TO WS-VFY-COUNT-DRIFT
           PERFORM 3600-WRITE-REPORT-LINE.

      *    THE SAME COMPARE AS 3200, AGAINST THE RECORD AS IT STOOD
      *    WHEN IT WAS ARCHIVED.
       3350-COMPARE-TO-ARCHIVE.
           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE 'N' TO WS-DRIFT-SWITCH
           COMPUTE WS-BALANCE-DRIFT =
               UARCH-CURRENT-BALANCE - WS-GROUP-BALANCE
           COMPUTE WS-PURCHASE-DRIFT =
               UARCH-PURCHASE-TOTAL - WS-GROUP-PURCHASES
           COMPUTE WS-COUNT-DRIFT =
               UARCH-TRAN-COUNT - WS-GROUP-TRAN-COUNT
           IF WS-BALANCE-DRIFT NOT = ZERO
                   OR WS-PURCHASE-DRIFT NOT = ZERO
                   OR WS-COUNT-DRIFT NOT = ZERO
                   OR UARCH-PU-COUNT NOT = WS-GROUP-PU-COUNT
                   OR UARCH-PY-COUNT NOT = WS-GROUP-PY-COUNT
                   OR UARCH-RF-COUNT NOT = WS-GROUP-RF-COUNT
                   OR UARCH-AJ-COUNT NOT = WS-GROUP-AJ-COUNT
               SET WS-ACCOUNT-DRIFTED TO TRUE
           END-IF
           IF WS-ACCOUNT-DRIFTED
               ADD 1 TO WS-ACCOUNTS-DRIFTED
               MOVE 'ARCHIVED DRIFT' TO WS-VFY-CONDITION
               MOVE WS-GROUP-KEY TO WS-VFY-KEY
               MOVE UARCH-CURRENT-BALANCE TO WS-VFY-MASTER-BAL
               MOVE WS-GROUP-BALANCE TO WS-VFY-HISTORY-BAL
               MOVE WS-BALANCE-DRIFT TO WS-VFY-BALANCE-DRIFT
               MOVE WS-PURCHASE-DRIFT TO WS-VFY-PURCHASE-DRIFT
               MOVE WS-COUNT-DRIFT TO WS-VFY-COUNT-DRIFT
               PERFORM 3600-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-ACCOUNTS-IN-BALANCE
           END-IF.

       3400-MASTER-ONLY-KEY.
           ADD 1 TO WS-MASTER-ONLY-COUNT
           MOVE 'NO HISTORY' TO WS-VFY-CONDITION
           WRITE UVRFY-LINE FROM WS-VFY-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-VFY-PAGE-NUMBER
       9000-TERMINATE.
           CLOSE UTHST-FILE
           CLOSE UACCT-FILE
           CLOSE UARCH-FILE
           WRITE UVRFY-LINE FROM WS-VFY-BLANK-LINE
           MOVE 'HISTORY ROWS READ.............'
               TO WS-VFY-COUNT-LABEL
               TO WS-VFY-COUNT-LABEL
           MOVE WS-MASTER-ONLY-COUNT TO WS-VFY-COUNT-VALUE
           WRITE UVRFY-LINE FROM WS-VFY-COUNT-LINE
           MOVE 'ARCHIVED ACCOUNTS VERIFIED....'
               TO WS-VFY-COUNT-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-VFY-COUNT-VALUE
           WRITE UVRFY-LINE FROM WS-VFY-COUNT-LINE
           CLOSE UVRFY-FILE
           DISPLAY 'UACCTVFY RUN SUMMARY'
           DISPLAY '  HISTORY ROWS READ.: ' WS-HIST-ROWS-READ
           DISPLAY '  ACCOUNTS DRIFTED..: ' WS-ACCOUNTS-DRIFTED
           DISPLAY '  HISTORY-ONLY KEYS.: ' WS-HISTORY-ONLY-COUNT
           DISPLAY '  MASTER-ONLY KEYS..: ' WS-MASTER-ONLY-COUNT
           DISPLAY '  ARCHIVED KEYS.....: ' WS-ARCHIVED-COUNT
      *    DRIFT IS A CONDITION FOR AUDIT AND THE ON-CALL PROGRAMMER
      *    TO INVESTIGATE, NOT AN OPERATIONAL STOP - RC 8 LETS THE
      *    SCHEDULER FLAG THE JOB WITHOUT HOLDING THE WEEKLY STREAM.
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9910-ABEND-FILE-IO.
           DISPLAY 'UACCTVFY *** I-O FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
