               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UEXCP-FILE-STATUS.

      *    TRANSACTION TYPE CODE TABLE - THE SAME RULES THE DAILY
      *    RUN POSTS UNDER, PROVED AGAINST ITS CONTROL RECORD.
           SELECT UTYPE-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UEXCPREC.

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCAL-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-UGLJ-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-UEXCP-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-RUN-CONTROL-TOTAL        PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       COPY UTYPETBL.

      *****************************************************
      *  JOURNAL SUMMARY TABLE - ONE ENTRY PER TYPE CODE  *
      *  AND ACCOUNTING PERIOD SEEN ON THE EXTRACT.  THE  *
               MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME
               MOVE WS-UEXCP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1040-LOAD-TYPE-TABLE.

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
               DISPLAY 'UGLJRNL *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UGLJRNL *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UGLJRNL *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'UGLJRNL *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UGLJRNL *** TYPE CODE TABLE '
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
                           DISPLAY 'UGLJRNL *** TYPE CODE TABLE RECORD '
                                   'TYPE ' UTYPE-REC-TYPE
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
           MOVE 'TYPE CODE TABLE FAILS ITS CONTROL PROOF - RUN REFUSED'
               TO WS-EXCP-TEXT
           PERFORM 9500-WRITE-EXCEPTION
           DISPLAY 'UGLJRNL *** TYPE CODE TABLE REFUSED - RUN '
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
      *  3000 - FOLD ONE EXTRACT RECORD INTO THE JOURNAL  *
      *  SUMMARY.  THE SIGNED BALANCE IMPACT FOLLOWS THE  *
      *  TYPE CODE TABLE THE DAILY RUN POSTS UNDER: A     *
      *  POSITIVE AMOUNT IS JOURNALED ON ITS TYPE'S GL    *
      *  SIDE (DR RAISES THE BALANCE, CR RELIEVES IT).  A *
      *  TYPE CODE NOT ON THE TABLE CANNOT BE BOOKED      *
      *  ANYWHERE AND MAKES THE BATCH UNSAFE TO LOAD.     *
      *****************************************************
       3000-CLASSIFY-EXTRACT-RECORD.
      *    THE RUN'S CONTROL TRAILER IS NOT A POSTING - CAPTURE

       3050-CLASSIFY-POSTING.
           MOVE UEXTR-EFF-DATE(1:6) TO WS-WORK-PERIOD
           MOVE UEXTR-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               ADD 1 TO WS-RECORDS-UNCLASSIFIED
               SET WS-BATCH-OUT-OF-BALANCE TO TRUE
           ELSE
               IF UTYPT-SIGN-REVERSE(UTYPT-SUB)
      *            A REVERSAL'S IMPACT IS THE EXACT OPPOSITE OF THE
      *            TYPE THE ORIGINAL POSTED UNDER (CARRIED ON THE
      *            EXTRACT ROW), BOOKED UNDER THE REVERSAL TYPE SO
      *            THE GL SEES REVERSALS AS THEIR OWN JOURNAL
      *            SOURCE.
                   MOVE UEXTR-ORIG-TYPE-CODE TO UTYPT-SEEK-CODE
                   PERFORM 2510-FIND-TYPE-CODE
                   IF NOT UTYPT-FOUND
                       ADD 1 TO WS-RECORDS-UNCLASSIFIED
                       SET WS-BATCH-OUT-OF-BALANCE TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN UTYPT-GL-DEBIT(UTYPT-SUB)
                               COMPUTE WS-WORK-IMPACT =
                                   ZERO - UEXTR-AMOUNT
                               PERFORM 3100-POST-TO-JOURNAL-TABLE
                           WHEN UTYPT-GL-CREDIT(UTYPT-SUB)
                               MOVE UEXTR-AMOUNT TO WS-WORK-IMPACT
                               PERFORM 3100-POST-TO-JOURNAL-TABLE
                           WHEN OTHER
                               ADD 1 TO WS-RECORDS-UNCLASSIFIED
                               SET WS-BATCH-OUT-OF-BALANCE TO TRUE
                       END-EVALUATE
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN UTYPT-GL-DEBIT(UTYPT-SUB)
                           MOVE UEXTR-AMOUNT TO WS-WORK-IMPACT
                           PERFORM 3100-POST-TO-JOURNAL-TABLE
                       WHEN UTYPT-GL-CREDIT(UTYPT-SUB)
                           COMPUTE WS-WORK-IMPACT = ZERO - UEXTR-AMOUNT
                           PERFORM 3100-POST-TO-JOURNAL-TABLE
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-UNCLASSIFIED
                           SET WS-BATCH-OUT-OF-BALANCE TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       3100-POST-TO-JOURNAL-TABLE.
           ADD 1 TO WS-RECORDS-JOURNALED
