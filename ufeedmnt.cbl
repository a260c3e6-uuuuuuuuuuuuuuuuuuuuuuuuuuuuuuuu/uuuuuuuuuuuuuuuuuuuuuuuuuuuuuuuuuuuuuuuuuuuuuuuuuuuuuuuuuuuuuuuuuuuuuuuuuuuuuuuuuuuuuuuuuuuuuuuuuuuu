       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFEEDMNT.

      *****************************************************
      *  REGIONAL FEED SCHEDULE REGISTRY MAINTENANCE AND  *
      *  VALIDATION - RUN BY OPERATIONS WHENEVER A REGION *
      *  IS ADDED, RETIRED OR CHANGES ITS DELIVERY DAYS.  *
      *  THE CARD DECK (DD FEEDCRDS) IS THE WHOLE         *
      *  REGISTRY, ONE UFREGREC CARD PER FEED IN          *
      *  ASCENDING FEED-ID ORDER.  EVERY CARD IS EDITED - *
      *  A REAL FEED ID (NOT BLANK, NOT A RESERVED '*'    *
      *  POOL NAME), ASCENDING AND UNIQUE, Y/N WEEKDAY    *
      *  FLAGS, A VALID START DATE OR ZERO, AN A/I        *
      *  STATUS - AND THE 100-FEED TABLE LIMIT OF THE     *
      *  POST-RUN CHECK (UFEEDCHK) IS ENFORCED.  THE      *
      *  CLEAN REPLACEMENT REGISTRY (DD FEEDNEW) IS       *
      *  WRITTEN ONLY WHEN NO ERROR WAS FOUND: RC 16 AND  *
      *  AN EMPTY FEEDNEW OTHERWISE (THE JCL SWAP STEP IS *
      *  CONDITIONED OFF THE RC), RC 4 WHEN ONLY WARNINGS *
      *  PRINTED, RC 0 WHEN CLEAN.                        *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UFCRD-FILE ASSIGN TO FEEDCRDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFCRD-FILE-STATUS.

           SELECT UFNEW-FILE ASSIGN TO FEEDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFNEW-FILE-STATUS.

           SELECT UPROF-FILE ASSIGN TO FEEDPRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UFCRD-FILE
           RECORDING MODE IS F.
       COPY UFREGREC.

       FD  UFNEW-FILE
           RECORDING MODE IS F.
       01  UFNEW-RECORD                    PIC X(80).

       FD  UPROF-FILE
           RECORDING MODE IS F.
       01  UPROF-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UFCRD-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UFNEW-FILE-STATUS        PIC X(02) VALUE '00'.
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
           05  WS-DAY-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-DAYS-DUE                 PIC S9(04) COMP VALUE ZERO.
           05  WS-PRIOR-FEED-ID            PIC X(08) VALUE LOW-VALUES.

      *****************************************************
      *  THE REGISTRY AS CARDED.  THE LIMIT MATCHES       *
      *  UFEEDCHK'S REGISTRY TABLE EXACTLY - A DECK THIS  *
      *  PROGRAM PASSES MUST LOAD THERE.                  *
      *****************************************************
       01  WS-FEED-CONTROL.
           05  WS-FEED-MAX                 PIC S9(04) COMP VALUE +100.
           05  WS-FEED-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-FEED-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FEED-ENTRY OCCURS 100 TIMES.
               10  WS-FEED-CARD            PIC X(80).

       01  WS-OUTPUT-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-ACTIVE             PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-INACTIVE           PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-WRITTEN            PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-PRF-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UFEEDMNT - FEED REGISTRY MAINT PROOF'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-PRF-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-PRF-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(40)
                       VALUE 'FEED ID  DESCRIPTION'.
               10  FILLER                  PIC X(30)
                       VALUE 'MTWTFSS  START    STATUS'.
               10  FILLER                  PIC X(61) VALUE SPACES.
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
           PERFORM 2000-LOAD-CARDS
           IF WS-ERROR-COUNT = ZERO
               PERFORM 4000-WRITE-REGISTRY
           ELSE
               MOVE 'REPLACEMENT REGISTRY NOT WRITTEN - ERRORS ABOVE'
                   TO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT UFCRD-FILE
           IF WS-UFCRD-FILE-STATUS NOT = '00'
               MOVE 'FEEDCRDS' TO WS-ABEND-FILE-NAME
               MOVE WS-UFCRD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UFNEW-FILE
           IF WS-UFNEW-FILE-STATUS NOT = '00'
               MOVE 'FEEDNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFNEW-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UPROF-FILE
           IF WS-UPROF-FILE-STATUS NOT = '00'
               MOVE 'FEEDPRF ' TO WS-ABEND-FILE-NAME
               MOVE WS-UPROF-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 8000-PRINT-PAGE-HEADING.

       2000-LOAD-CARDS.
           PERFORM 2100-LOAD-ONE-CARD
               UNTIL WS-CARD-END-OF-FILE
           CLOSE UFCRD-FILE.

      *****************************************************
      *  2100 - ONE REGISTRY CARD.  EVERY CONDITION THAT  *
      *  WOULD MAKE THE POST-RUN CHECK REPORT A FEED      *
      *  WRONGLY - A MISSING OR RESERVED ID, IDS OUT OF   *
      *  ORDER OR REPEATED, A WEEKDAY FLAG THAT IS NOT    *
      *  Y/N, A START DATE THAT IS NOT A DATE, AN UNKNOWN *
      *  STATUS - IS AN ERROR.  A BLANK DESCRIPTION AND   *
      *  AN ACTIVE FEED DUE ON NO DAY AT ALL (IT CAN      *
      *  NEVER BE REPORTED MISSING) ARE WARNINGS.         *
      *****************************************************
       2100-LOAD-ONE-CARD.
           READ UFCRD-FILE
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-IS-VALID
                       PERFORM 2300-TABLE-CARD
                   END-IF
           END-READ
           IF WS-UFCRD-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'FEEDCRDS' TO WS-ABEND-FILE-NAME
               MOVE WS-UFCRD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       2200-EDIT-CARD.
           SET WS-CARD-IS-VALID TO TRUE
           IF UFREG-FEED-ID = SPACES
                   OR UFREG-FEED-ID(1:1) = '*'
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: FEED ID ''' UFREG-FEED-ID
                       ''' IS BLANK OR RESERVED'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           ELSE
               IF UFREG-FEED-ID = WS-PRIOR-FEED-ID
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: DUPLICATE FEED ID ' UFREG-FEED-ID
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               ELSE
                   IF UFREG-FEED-ID < WS-PRIOR-FEED-ID
                       SET WS-CARD-IS-INVALID TO TRUE
                       PERFORM 8200-COUNT-ERROR
                       MOVE SPACES TO WS-PRF-TEXT
                       STRING 'ERROR: FEED ID ' UFREG-FEED-ID
                               ' OUT OF ASCENDING ORDER'
                           DELIMITED BY SIZE INTO WS-PRF-TEXT
                       PERFORM 8100-PRINT-PROOF-LINE
                   ELSE
                       MOVE UFREG-FEED-ID TO WS-PRIOR-FEED-ID
                   END-IF
               END-IF
           END-IF
           PERFORM 2210-EDIT-DUE-DAYS
           IF UFREG-START-DATE NOT NUMERIC
               SET WS-CARD-IS-INVALID TO TRUE
               PERFORM 8200-COUNT-ERROR
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'ERROR: FEED ' UFREG-FEED-ID ' START DATE '''
                       UFREG-START-DATE ''' IS NOT NUMERIC'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           ELSE
               IF UFREG-START-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (UFREG-START-DATE) NOT = 0
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: FEED ' UFREG-FEED-ID ' START DATE '
                           UFREG-START-DATE ' IS NOT A VALID DATE'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN UFREG-ACTIVE
                   IF WS-DAYS-DUE = ZERO
                       PERFORM 8300-COUNT-WARNING
                       MOVE SPACES TO WS-PRF-TEXT
                       STRING 'WARNING: ACTIVE FEED ' UFREG-FEED-ID
                               ' IS DUE ON NO DAY'
                           DELIMITED BY SIZE INTO WS-PRF-TEXT
                       PERFORM 8100-PRINT-PROOF-LINE
                   END-IF
               WHEN UFREG-INACTIVE
                   CONTINUE
               WHEN OTHER
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: FEED ' UFREG-FEED-ID ' STATUS '''
                           UFREG-STATUS ''' NOT A/I'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
           END-EVALUATE
           IF UFREG-DESCRIPTION = SPACES
               PERFORM 8300-COUNT-WARNING
               MOVE SPACES TO WS-PRF-TEXT
               STRING 'WARNING: FEED ' UFREG-FEED-ID
                       ' HAS NO DESCRIPTION'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           END-IF.

       2210-EDIT-DUE-DAYS.
           MOVE ZERO TO WS-DAYS-DUE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF UFREG-DUE-THAT-DAY(WS-DAY-SUB)
                   ADD 1 TO WS-DAYS-DUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF UFREG-DUE-DAY(WS-DAY-SUB) NOT = 'Y' AND NOT = 'N'
                   MOVE 8 TO WS-DAY-SUB
                   SET WS-CARD-IS-INVALID TO TRUE
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: FEED ' UFREG-FEED-ID ' DUE DAYS '''
                           UFREG-DUE-DAYS ''' NOT ALL Y/N'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
           END-PERFORM.

       2300-TABLE-CARD.
           IF WS-FEED-COUNT >= WS-FEED-MAX
               PERFORM 8200-COUNT-ERROR
               MOVE 'ERROR: MORE THAN 100 REGISTERED FEEDS'
                   TO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           ELSE
               ADD 1 TO WS-FEED-COUNT
               MOVE UFREG-RECORD TO WS-FEED-CARD(WS-FEED-COUNT)
               IF UFREG-ACTIVE
                   ADD 1 TO WS-FEEDS-ACTIVE
               ELSE
                   ADD 1 TO WS-FEEDS-INACTIVE
               END-IF
           END-IF.

      *****************************************************
      *  4000 - WRITE THE CLEAN REGISTRY, ONE PROOF LINE  *
      *  PER FEED SHOWING EXACTLY WHAT WAS WRITTEN.       *
      *****************************************************
       4000-WRITE-REGISTRY.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               PERFORM 4100-WRITE-ONE-FEED
           END-PERFORM.

       4100-WRITE-ONE-FEED.
           MOVE WS-FEED-CARD(WS-FEED-SUB) TO UFREG-RECORD
           WRITE UFNEW-RECORD FROM UFREG-RECORD
           IF WS-UFNEW-FILE-STATUS NOT = '00'
               MOVE 'FEEDNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFNEW-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           ADD 1 TO WS-FEEDS-WRITTEN
           MOVE SPACES TO WS-PRF-TEXT
           STRING UFREG-FEED-ID ' ' UFREG-DESCRIPTION ' '
                   UFREG-DUE-DAYS '  ' UFREG-START-DATE ' '
                   UFREG-STATUS
               DELIMITED BY SIZE INTO WS-PRF-TEXT
           PERFORM 8100-PRINT-PROOF-LINE.

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
           CLOSE UFNEW-FILE
           WRITE UPROF-LINE FROM WS-PRF-BLANK-LINE
           MOVE 'CARDS READ....................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'ACTIVE FEEDS..................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-FEEDS-ACTIVE TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'INACTIVE FEEDS................'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-FEEDS-INACTIVE TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'REGISTRY RECORDS WRITTEN......'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-FEEDS-WRITTEN TO WS-PRF-COUNT-VALUE
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
           DISPLAY 'UFEEDMNT RUN SUMMARY'
           DISPLAY '  CARDS READ........: ' WS-CARDS-READ
           DISPLAY '  ACTIVE FEEDS......: ' WS-FEEDS-ACTIVE
           DISPLAY '  INACTIVE FEEDS....: ' WS-FEEDS-INACTIVE
           DISPLAY '  RECORDS OUT.......: ' WS-FEEDS-WRITTEN
           DISPLAY '  ERRORS............: ' WS-ERROR-COUNT
           DISPLAY '  WARNINGS..........: ' WS-WARNING-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   DISPLAY 'UFEEDMNT *** REGISTRY REJECTED - SEE '
                           'PROOF LISTING ***'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UFEEDMNT *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
