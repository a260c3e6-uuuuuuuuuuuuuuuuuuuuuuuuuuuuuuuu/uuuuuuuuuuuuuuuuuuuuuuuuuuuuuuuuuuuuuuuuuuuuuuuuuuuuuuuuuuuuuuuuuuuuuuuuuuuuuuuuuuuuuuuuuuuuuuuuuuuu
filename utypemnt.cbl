       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTYPEMNT.

      *****************************************************
      *  TRANSACTION TYPE CODE TABLE MAINTENANCE AND      *
      *  PROOF LISTING - RUN WHENEVER THE BUSINESS ADDS,  *
      *  RETIRES OR CHANGES A TYPE CODE.  THE CARD DECK   *
      *  (DD TYPCRDS) IS THE WHOLE TABLE, ONE UTYPEREC    *
      *  'E' CARD PER TYPE CODE IN ASCENDING CODE ORDER.  *
      *  EVERY CARD IS EDITED AGAINST THE RULES THE       *
      *  POSTING, GL AND RECOMPUTE PROGRAMS DEPEND ON,    *
      *  AND THE DECK IS COMPARED WITH THE TABLE NOW IN   *
      *  FORCE (DD TYPETBL): A CODE MAY BE RETIRED        *
      *  (STATUS 'I') BUT NEVER DROPPED, BECAUSE HISTORY  *
      *  CARRYING IT MUST STILL RECOMPUTE AND REVERSE.    *
      *  THE REPLACEMENT TABLE (DD TYPENEW) - THE ENTRIES *
      *  FOLLOWED BY THE CONTROL RECORD EVERY LOADING     *
      *  PROGRAM PROVES ITS COPY AGAINST - IS WRITTEN     *
      *  ONLY WHEN NO ERROR WAS FOUND: RC 16 AND AN EMPTY *
      *  TYPENEW OTHERWISE (THE JCL SWAP STEP IS          *
      *  CONDITIONED OFF THE RC), RC 4 WHEN ONLY WARNINGS *
      *  PRINTED, RC 0 WHEN CLEAN.                        *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTCRD-FILE ASSIGN TO TYPCRDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTCRD-FILE-STATUS.

           SELECT UTOLD-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTOLD-FILE-STATUS.

           SELECT UTNEW-FILE ASSIGN TO TYPENEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTNEW-FILE-STATUS.

           SELECT UPROF-FILE ASSIGN TO TYPEPRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UTCRD-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       FD  UTOLD-FILE
           RECORDING MODE IS F.
       01  UTOLD-RECORD.
           05  UTOLD-REC-TYPE              PIC X(01).
               88  UTOLD-TYPE-ENTRY            VALUE 'E'.
           05  UTOLD-RULE-KEY.
               10  UTOLD-CODE              PIC X(02).
               10  FILLER                  PIC X(08).
           05  FILLER                      PIC X(69).

       FD  UTNEW-FILE
           RECORDING MODE IS F.
       01  UTNEW-RECORD                    PIC X(80).

       FD  UPROF-FILE
           RECORDING MODE IS F.
       01  UPROF-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UTCRD-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTOLD-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTNEW-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UPROF-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARD-END-OF-FILE         VALUE 'Y'.
           05  WS-CARD-VALID-SWITCH        PIC X(01) VALUE 'Y'.
               88  WS-CARD-IS-VALID            VALUE 'Y'.
               88  WS-CARD-IS-INVALID          VALUE 'N'.

       01  WS-EDIT-COUNTERS.
           05  WS-ERROR-COUNT              PIC 9(03) VALUE ZERO.
           05  WS-WARNING-COUNT            PIC 9(03) VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-PRIOR-TYPE-CODE          PIC X(02) VALUE LOW-VALUES.
           05  WS-REVERSAL-TYPES           PIC 9(03) VALUE ZERO.
           05  WS-CHANGE-MARK              PIC X(07) VALUE SPACES.

      *****************************************************
      *  THE TABLE AS CARDED.  THE LIMIT MATCHES UTYPETBL *
      *  EXACTLY - A DECK THIS PROGRAM PASSES MUST LOAD   *
      *  IN EVERY PROGRAM THAT COPIES IT.                 *
      *****************************************************
       01  WS-CARD-CONTROL.
           05  WS-CARD-MAX                 PIC S9(04) COMP VALUE +50.
           05  WS-CARD-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY OCCURS 50 TIMES.
               10  WS-CARD-IMAGE           PIC X(80).

      *****************************************************
      *  THE RULE KEYS OF THE TABLE NOW IN FORCE, FOR THE *
      *  DROPPED/NEW/CHANGED COMPARISON.  USETUPJB SEEDS  *
      *  TYPETBL EMPTY, SO THE FIRST RUN FINDS NOTHING.   *
      *****************************************************
       01  WS-OLD-CONTROL.
           05  WS-OLD-MAX                  PIC S9(04) COMP VALUE +50.
           05  WS-OLD-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-OLD-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-OLD-ENTRY OCCURS 50 TIMES.
               10  WS-OLD-RULE-KEY         PIC X(10).
               10  WS-OLD-CARDED-SWITCH    PIC X(01).
                   88  WS-OLD-CARDED           VALUE 'Y'.

       COPY UTYPETBL.

       01  WS-OUTPUT-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-TYPES-ACTIVE             PIC 9(09) VALUE ZERO.
           05  WS-TYPES-INACTIVE           PIC 9(09) VALUE ZERO.
           05  WS-TYPES-NEW                PIC 9(09) VALUE ZERO.
           05  WS-TYPES-CHANGED            PIC 9(09) VALUE ZERO.
           05  WS-RECORDS-WRITTEN          PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-PRF-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UTYPEMNT - TYPE CODE TABLE MAINT PROOF'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-PRF-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-PRF-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(40)
                       VALUE 'CODE SIGN PURCH REVRS GL  STAT COUNT-AS'.
               10  FILLER                  PIC X(40)
                       VALUE 'DESCRIPTION                    CHANGE'.
               10  FILLER                  PIC X(51) VALUE SPACES.
           05  WS-PRF-BLANK-LINE           PIC X(132) VALUE SPACES.
           05  WS-PRF-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-PRF-TEXT             PIC X(80).
               10  FILLER                  PIC X(51) VALUE SPACES.
           05  WS-PRF-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-PRF-COUNT-LABEL      PIC X(30).
               10  WS-PRF-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CURRENT-TABLE
           PERFORM 2000-LOAD-CARDS
           PERFORM 3000-CHECK-DECK
           IF WS-ERROR-COUNT = ZERO
               PERFORM 4000-WRITE-TABLE
           ELSE
               MOVE 'REPLACEMENT TABLE NOT WRITTEN - ERRORS ABOVE'
                   TO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT UTCRD-FILE
           IF WS-UTCRD-FILE-STATUS NOT = '00'
               MOVE 'TYPCRDS ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTCRD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UTOLD-FILE
           IF WS-UTOLD-FILE-STATUS NOT = '00'
               MOVE 'TYPETBL ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UTNEW-FILE
           IF WS-UTNEW-FILE-STATUS NOT = '00'
               MOVE 'TYPENEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTNEW-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UPROF-FILE
           IF WS-UPROF-FILE-STATUS NOT = '00'
               MOVE 'TYPEPRF ' TO WS-ABEND-FILE-NAME
               MOVE WS-UPROF-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 8000-PRINT-PAGE-HEADING.

       1500-LOAD-CURRENT-TABLE.
           PERFORM 1510-LOAD-CURRENT-RECORD
               UNTIL WS-UTOLD-FILE-STATUS NOT = '00'
           IF WS-UTOLD-FILE-STATUS NOT = '10'
               MOVE 'TYPETBL ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           CLOSE UTOLD-FILE.

       1510-LOAD-CURRENT-RECORD.
           READ UTOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF UTOLD-TYPE-ENTRY
                           AND WS-OLD-COUNT < WS-OLD-MAX
                       ADD 1 TO WS-OLD-COUNT
                       MOVE UTOLD-RULE-KEY
                           TO WS-OLD-RULE-KEY(WS-OLD-COUNT)
                       MOVE 'N' TO WS-OLD-CARDED-SWITCH(WS-OLD-COUNT)
                   END-IF
           END-READ.

       2000-LOAD-CARDS.
           PERFORM 2100-LOAD-ONE-CARD
               UNTIL WS-CARD-END-OF-FILE
           CLOSE UTCRD-FILE.

      *****************************************************
      *  2100 - ONE TYPE CARD.  EVERY CONDITION THAT      *
      *  WOULD MAKE A PROGRAM POST, JOURNAL OR RECOMPUTE  *
      *  A TYPE WRONGLY IS AN ERROR: A MISSING OR PARTIAL *
      *  CODE, THE GL CONTROL ENTRY'S RESERVED 'CT',      *
      *  CODES OUT OF ORDER OR REPEATED, AN UNKNOWN SIGN  *
      *  RULE, FLAGS THAT ARE NOT Y/N, A GL SIDE THAT IS  *
      *  NOT DR/CR, AN UNKNOWN MASTER COUNTER OR STATUS,  *
      *  AND A REVERSAL TYPE CARRYING ANY RULE OF ITS OWN *
      *  (IT ONLY EVER INVERTS THE ORIGINAL'S).  A GL     *
      *  SIDE THAT OPPOSES THE BALANCE IMPACT AND A BLANK *
      *  DESCRIPTION ARE WARNINGS.                        *
      *****************************************************
       2100-LOAD-ONE-CARD.
           READ UTCRD-FILE
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-IS-VALID
                       PERFORM 2300-TABLE-CARD
                   END-IF
           END-READ
           IF WS-UTCRD-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'TYPCRDS ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTCRD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       2200-EDIT-CARD.
           SET WS-CARD-IS-VALID TO TRUE
           IF NOT UTYPE-TYPE-ENTRY
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: CARD ' WS-CARDS-READ
                       ' IS NOT AN ''E'' ENTRY CARD'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           PERFORM 2210-EDIT-CODE
           EVALUATE TRUE
               WHEN UTYPE-SIGN-ADD
               WHEN UTYPE-SIGN-SUBTRACT
                   PERFORM 2220-EDIT-POSTING-RULES
               WHEN UTYPE-SIGN-REVERSE
                   PERFORM 2230-EDIT-REVERSAL-RULES
               WHEN OTHER
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: TYPE ' UTYPE-CODE ' SIGN RULE '''
                           UTYPE-SIGN-RULE ''' NOT +/-/R'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
           END-EVALUATE
           IF NOT UTYPE-ACTIVE AND NOT UTYPE-INACTIVE
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: TYPE ' UTYPE-CODE ' STATUS '''
                       UTYPE-STATUS ''' NOT A/I'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           IF UTYPE-DESCRIPTION = SPACES
               PERFORM 8300-COUNT-WARNING
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'WARNING: TYPE ' UTYPE-CODE
                       ' HAS NO DESCRIPTION'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF.

       2210-EDIT-CODE.
           IF UTYPE-CODE(1:1) = SPACE OR UTYPE-CODE(2:1) = SPACE
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: TYPE CODE ''' UTYPE-CODE
                       ''' IS BLANK OR SHORT'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           ELSE
               IF UTYPE-CODE = 'CT'
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE 'ERROR: TYPE CODE CT IS RESERVED FOR THE GL'
                       TO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
               IF UTYPE-CODE = WS-PRIOR-TYPE-CODE
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: DUPLICATE TYPE CODE ' UTYPE-CODE
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               ELSE
                   IF UTYPE-CODE < WS-PRIOR-TYPE-CODE
                       SET WS-CARD-IS-INVALID TO TRUE
                       PERFORM 8200-COUNT-ERROR
                       MOVE SPACES TO WS-PRF-TEXT
                       STRING 'ERROR: TYPE CODE ' UTYPE-CODE
                               ' OUT OF ASCENDING ORDER'
                           DELIMITED BY SIZE INTO WS-PRF-TEXT
                       PERFORM 8100-PRINT-PROOF-LINE
                   ELSE
                       MOVE UTYPE-CODE TO WS-PRIOR-TYPE-CODE
                   END-IF
               END-IF
           END-IF.

       2220-EDIT-POSTING-RULES.
           IF UTYPE-PURCHASE-FLAG NOT = 'Y' AND NOT = 'N'
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: TYPE ' UTYPE-CODE ' PURCHASE FLAG '''
                       UTYPE-PURCHASE-FLAG ''' NOT Y/N'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           IF UTYPE-REVERSE-FLAG NOT = 'Y' AND NOT = 'N'
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: TYPE ' UTYPE-CODE ' REVERSIBLE FLAG '''
                       UTYPE-REVERSE-FLAG ''' NOT Y/N'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           EVALUATE TRUE
               WHEN UTYPE-GL-DEBIT
                   IF UTYPE-SIGN-SUBTRACT
                       PERFORM 2240-WARN-GL-SIDE
                   END-IF
               WHEN UTYPE-GL-CREDIT
                   IF UTYPE-SIGN-ADD
                       PERFORM 2240-WARN-GL-SIDE
                   END-IF
               WHEN OTHER
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: TYPE ' UTYPE-CODE ' GL SIDE '''
                           UTYPE-GL-DR-CR ''' NOT DR/CR'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
           END-EVALUATE
           IF UTYPE-COUNT-AS NOT = 'PU' AND NOT = 'PY'
                   AND NOT = 'RF' AND NOT = 'AJ' AND NOT = SPACES
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: TYPE ' UTYPE-CODE ' COUNT-AS '''
                       UTYPE-COUNT-AS ''' IS NOT A MASTER COUNTER'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF.

       2230-EDIT-REVERSAL-RULES.
           ADD 1 TO WS-REVERSAL-TYPES
           IF WS-REVERSAL-TYPES > 1
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: TYPE ' UTYPE-CODE
                       ' IS A SECOND REVERSAL TYPE'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           IF UTYPE-PURCHASE-FLAG NOT = 'N'
                   OR UTYPE-REVERSE-FLAG NOT = 'N'
                   OR UTYPE-GL-DR-CR NOT = SPACES
                   OR UTYPE-COUNT-AS NOT = SPACES
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: REVERSAL TYPE ' UTYPE-CODE
                       ' MUST BE N/N, NO GL SIDE, NO COUNT-AS'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF.

       2240-WARN-GL-SIDE.
           PERFORM 8300-COUNT-WARNING
           MOVE SPACES TO WS-PRF-TEXT
           STRING 'WARNING: TYPE ' UTYPE-CODE ' GL SIDE '
                   UTYPE-GL-DR-CR ' OPPOSES ITS BALANCE IMPACT '
                   UTYPE-SIGN-RULE
               DELIMITED BY SIZE INTO WS-PRF-TEXT
           PERFORM 8100-PRINT-PROOF-LINE.

       2300-TABLE-CARD.
           IF WS-CARD-COUNT >= WS-CARD-MAX
               PERFORM 8200-COUNT-ERROR
               MOVE 'ERROR: MORE THAN 50 TYPE CODES' TO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE UTYPE-RECORD TO WS-CARD-IMAGE(WS-CARD-COUNT)
               IF UTYPE-ACTIVE
                   ADD 1 TO WS-TYPES-ACTIVE
               ELSE
                   ADD 1 TO WS-TYPES-INACTIVE
               END-IF
           END-IF.

      *****************************************************
      *  3000 - WHOLE-DECK CHECKS: SOMETHING TO WRITE,    *
      *  AND EVERY CODE ON THE TABLE IN FORCE STILL       *
      *  CARDED - HISTORY UNDER A DROPPED CODE WOULD NO   *
      *  LONGER RECOMPUTE, JOURNAL OR REVERSE.            *
      *****************************************************
       3000-CHECK-DECK.
           IF WS-CARD-COUNT = ZERO
               PERFORM 8200-COUNT-ERROR
               MOVE 'ERROR: NO VALID TYPE CODE CARDS' TO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO UTYPE-RECORD
               PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                       UNTIL WS-OLD-SUB > WS-OLD-COUNT
                   IF WS-OLD-RULE-KEY(WS-OLD-SUB)(1:2) = UTYPE-CODE
                       SET WS-OLD-CARDED(WS-OLD-SUB) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT
               IF NOT WS-OLD-CARDED(WS-OLD-SUB)
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: TYPE '
                           WS-OLD-RULE-KEY(WS-OLD-SUB)(1:2)
                           ' DROPPED - RETIRE IT WITH STATUS I'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
           END-PERFORM.

      *****************************************************
      *  4000 - WRITE THE CLEAN TABLE, ONE PROOF LINE PER *
      *  TYPE SHOWING EXACTLY WHAT WAS WRITTEN AND HOW IT *
      *  DIFFERS FROM THE TABLE IN FORCE, THEN THE        *
      *  CONTROL RECORD - HASHED THE SAME WAY EVERY       *
      *  LOADING PROGRAM HASHES ITS COPY.                 *
      *****************************************************
       4000-WRITE-TABLE.
           MOVE ZERO TO UTYPT-COUNT
           MOVE ZERO TO UTYPT-HASH-TOTAL
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               PERFORM 4100-WRITE-ONE-TYPE
           END-PERFORM
           MOVE SPACES TO UTYPE-RECORD
           SET UTYPE-TYPE-CONTROL TO TRUE
           MOVE UTYPT-COUNT TO UTYPE-CTL-ENTRY-COUNT
           MOVE UTYPT-HASH-TOTAL TO UTYPE-CTL-HASH-TOTAL
           ACCEPT UTYPE-CTL-WRITE-DATE FROM DATE YYYYMMDD
           PERFORM 4300-WRITE-TABLE-RECORD
           MOVE SPACES TO WS-PRF-TEXT
           STRING 'CONTROL RECORD: ENTRIES ' UTYPE-CTL-ENTRY-COUNT
                   '  HASH TOTAL ' UTYPE-CTL-HASH-TOTAL
               DELIMITED BY SIZE INTO WS-PRF-TEXT
           PERFORM 8100-PRINT-PROOF-LINE.

       4100-WRITE-ONE-TYPE.
           MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO UTYPE-RECORD
           MOVE 'NEW' TO WS-CHANGE-MARK
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT
               IF WS-OLD-RULE-KEY(WS-OLD-SUB)(1:2) = UTYPE-CODE
                   IF WS-OLD-RULE-KEY(WS-OLD-SUB) = UTYPE-RULE-KEY
                       MOVE SPACES TO WS-CHANGE-MARK
                   ELSE
                       MOVE 'CHANGED' TO WS-CHANGE-MARK
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE WS-CHANGE-MARK
               WHEN 'NEW'
                   ADD 1 TO WS-TYPES-NEW
               WHEN 'CHANGED'
                   ADD 1 TO WS-TYPES-CHANGED
           END-EVALUATE
           ADD 1 TO UTYPT-COUNT
           PERFORM 4200-HASH-TYPE-ENTRY
           PERFORM 4300-WRITE-TABLE-RECORD
           MOVE SPACES TO WS-PRF-TEXT
           STRING UTYPE-CODE '    ' UTYPE-SIGN-RULE '    '
                   UTYPE-PURCHASE-FLAG '     ' UTYPE-REVERSE-FLAG
                   '    ' UTYPE-GL-DR-CR '  ' UTYPE-STATUS '    '
                   UTYPE-COUNT-AS '       ' UTYPE-DESCRIPTION ' '
                   WS-CHANGE-MARK
               DELIMITED BY SIZE INTO WS-PRF-TEXT
           PERFORM 8100-PRINT-PROOF-LINE.

       4200-HASH-TYPE-ENTRY.
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

       4300-WRITE-TABLE-RECORD.
           WRITE UTNEW-RECORD FROM UTYPE-RECORD
           IF WS-UTNEW-FILE-STATUS NOT = '00'
               MOVE 'TYPENEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-UTNEW-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PRF-PAGE-NUMBER
           IF WS-PAGE-COUNT = 1
               WRITE UPROF-LINE FROM WS-PRF-HEADING-1
           ELSE
               WRITE UPROF-LINE FROM WS-PRF-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE UPROF-LINE FROM WS-PRF-HEADING-2
           WRITE UPROF-LINE FROM WS-PRF-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       8100-PRINT-PROOF-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE UPROF-LINE FROM WS-PRF-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       8200-COUNT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.

       8300-COUNT-WARNING.
           ADD 1 TO WS-WARNING-COUNT.

       9000-TERMINATE.
           CLOSE UTNEW-FILE
           WRITE UPROF-LINE FROM WS-PRF-BLANK-LINE
           MOVE 'CARDS READ....................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'ACTIVE TYPE CODES.............'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-TYPES-ACTIVE TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'INACTIVE TYPE CODES...........'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-TYPES-INACTIVE TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'NEW TYPE CODES................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-TYPES-NEW TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'CHANGED TYPE CODES............'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-TYPES-CHANGED TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'TABLE RECORDS WRITTEN.........'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-RECORDS-WRITTEN TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'ERRORS........................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-ERROR-COUNT TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'WARNINGS......................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-WARNING-COUNT TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           CLOSE UPROF-FILE
           DISPLAY 'UTYPEMNT RUN SUMMARY'
           DISPLAY '  CARDS READ........: ' WS-CARDS-READ
           DISPLAY '  ACTIVE TYPES......: ' WS-TYPES-ACTIVE
           DISPLAY '  INACTIVE TYPES....: ' WS-TYPES-INACTIVE
           DISPLAY '  NEW TYPES.........: ' WS-TYPES-NEW
           DISPLAY '  CHANGED TYPES.....: ' WS-TYPES-CHANGED
           DISPLAY '  RECORDS OUT.......: ' WS-RECORDS-WRITTEN
           DISPLAY '  ERRORS............: ' WS-ERROR-COUNT
           DISPLAY '  WARNINGS..........: ' WS-WARNING-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   DISPLAY 'UTYPEMNT *** TYPE TABLE REJECTED - SEE '
                           'PROOF LISTING ***'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UTYPEMNT *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
