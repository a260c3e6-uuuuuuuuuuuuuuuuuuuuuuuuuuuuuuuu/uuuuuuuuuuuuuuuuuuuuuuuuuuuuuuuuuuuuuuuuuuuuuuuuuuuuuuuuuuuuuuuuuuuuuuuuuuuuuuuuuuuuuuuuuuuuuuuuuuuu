      *  FOUND: RC 16 AND AN EMPTY CALNEW OTHERWISE (THE  *
      *  JCL SWAP STEP IS CONDITIONED OFF THE RC), RC 4   *
      *  WHEN ONLY WARNINGS PRINTED, RC 0 WHEN CLEAN.     *
      *  A PERIOD IS CLOSED ONLY BY THE CLOSE CARD A      *
      *  CLEAN UPERCLS RECONCILIATION WRITES (DD          *
      *  CLSCARDS, CUMULATIVE): A CARDED PERIOD IS        *
      *  WRITTEN CLOSED WHATEVER ACCOUNTING'S CARD SAYS,  *
      *  AND A PERIOD ACCOUNTING MARKS CLOSED WITH NO     *
      *  CLOSE CARD IS AN ERROR.                          *
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCARD-FILE-STATUS.

           SELECT UCLSC-FILE ASSIGN TO CLSCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCLSC-FILE-STATUS.

           SELECT UCNEW-FILE ASSIGN TO CALNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCNEW-FILE-STATUS.
           RECORDING MODE IS F.
       COPY UCALREC.

       FD  UCLSC-FILE
           RECORDING MODE IS F.
       COPY UCALREC
           REPLACING ==UCAL-RECORD==       BY ==UCLSC-RECORD==
                     ==UCAL-REC-TYPE==     BY ==UCLSC-REC-TYPE==
                     ==UCAL-TYPE-DAY==     BY ==UCLSC-TYPE-DAY==
                     ==UCAL-TYPE-PERIOD==  BY ==UCLSC-TYPE-PERIOD==
                     ==UCAL-DAY-DATA==     BY ==UCLSC-DAY-DATA==
                     ==UCAL-DATE==         BY ==UCLSC-DATE==
                     ==UCAL-DAY-STATUS==   BY ==UCLSC-DAY-STATUS==
                     ==UCAL-DAY-BUSINESS== BY ==UCLSC-DAY-BUSINESS==
                     ==UCAL-DAY-HOLIDAY==  BY ==UCLSC-DAY-HOLIDAY==
                     ==UCAL-DAY-WEEKEND==  BY ==UCLSC-DAY-WEEKEND==
                     ==UCAL-PERIOD-DATA==  BY ==UCLSC-PERIOD-DATA==
                     ==UCAL-PERIOD==       BY ==UCLSC-PERIOD==
                     ==UCAL-PERIOD-STATUS==
                         BY ==UCLSC-PERIOD-STATUS==
                     ==UCAL-PERIOD-OPEN==  BY ==UCLSC-PERIOD-OPEN==
                     ==UCAL-PERIOD-CLOSED==
                         BY ==UCLSC-PERIOD-CLOSED==
                     ==UCAL-PERIOD-CUTOFF-DATE==
                         BY ==UCLSC-PERIOD-CUTOFF-DATE==.

       FD  UCNEW-FILE
           RECORDING MODE IS F.
       COPY UCALREC
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCARD-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCLSC-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCNEW-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UPROF-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARD-END-OF-FILE         VALUE 'Y'.
           05  WS-CLSC-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CLSC-END-OF-FILE         VALUE 'Y'.
           05  WS-CLOSE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CLOSE-CARD-FOUND         VALUE 'Y'.

       01  WS-EDIT-COUNTERS.
           05  WS-ERROR-COUNT              PIC 9(03) VALUE ZERO.
               10  WS-PER-STATUS           PIC X(01).
               10  WS-PER-CUTOFF           PIC 9(08).

      *****************************************************
      *  PERIOD CLOSE CARDS - ONE PER PERIOD UPERCLS HAS  *
      *  RECONCILED AND CLOSED, KEPT ON FILE FOR GOOD.    *
      *  600 MONTHS IS FIFTY YEARS OF CLOSES.             *
      *****************************************************
       01  WS-CLOSE-CONTROL.
           05  WS-CLS-MAX                  PIC S9(04) COMP VALUE +600.
           05  WS-CLS-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-CLS-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CLS-ENTRY OCCURS 600 TIMES.
               10  WS-CLS-YYYYMM           PIC 9(06).
               10  WS-CLS-CUTOFF           PIC 9(08).

       01  WS-OUTPUT-COUNTERS.
           05  WS-CLOSE-CARDS-READ         PIC 9(09) VALUE ZERO.
           05  WS-PERIODS-CARD-CLOSED      PIC 9(09) VALUE ZERO.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-WEEKENDS-BUILT           PIC 9(09) VALUE ZERO.
           05  WS-HOLIDAYS-MERGED          PIC 9(09) VALUE ZERO.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CARDS
           PERFORM 2500-LOAD-CLOSE-CARDS
           PERFORM 3000-VALIDATE-PERIODS
           IF WS-ERROR-COUNT = ZERO
               PERFORM 4000-WRITE-DAY-RECORDS
               MOVE WS-UCARD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UCLSC-FILE
           IF WS-UCLSC-FILE-STATUS NOT = '00'
               MOVE 'CLSCARDS' TO WS-ABEND-FILE-NAME
               MOVE WS-UCLSC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UCNEW-FILE
           IF WS-UCNEW-FILE-STATUS NOT = '00'
               MOVE 'CALNEW  ' TO WS-ABEND-FILE-NAME
               END-IF
           END-IF.

      *****************************************************
      *  2500 - THE PERIOD CLOSE CARDS.  ONLY UPERCLS     *
      *  WRITES THEM, SO ANYTHING BUT A 'P' CLOSED CARD   *
      *  WITH A REAL PERIOD IS AN ERROR.                  *
      *****************************************************
       2500-LOAD-CLOSE-CARDS.
           PERFORM 2510-LOAD-ONE-CLOSE-CARD
               UNTIL WS-CLSC-END-OF-FILE
           CLOSE UCLSC-FILE.

       2510-LOAD-ONE-CLOSE-CARD.
           READ UCLSC-FILE
               AT END
                   SET WS-CLSC-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLOSE-CARDS-READ
                   IF NOT UCLSC-TYPE-PERIOD
                           OR NOT UCLSC-PERIOD-CLOSED
                           OR UCLSC-PERIOD NOT NUMERIC
                           OR UCLSC-PERIOD-CUTOFF-DATE NOT NUMERIC
                       PERFORM 8200-COUNT-ERROR
                       MOVE SPACES TO WS-PRF-TEXT
                       STRING 'ERROR: INVALID PERIOD CLOSE CARD '''
                               UCLSC-RECORD(1:16) ''''
                           DELIMITED BY SIZE INTO WS-PRF-TEXT
                       PERFORM 8100-PRINT-PROOF-LINE
                   ELSE
                       IF WS-CLS-COUNT >= WS-CLS-MAX
                           PERFORM 8200-COUNT-ERROR
                           MOVE 'ERROR: MORE THAN 600 CLOSE CARDS'
                               TO WS-PRF-TEXT
                           PERFORM 8100-PRINT-PROOF-LINE
                       ELSE
                           ADD 1 TO WS-CLS-COUNT
                           MOVE UCLSC-PERIOD
                               TO WS-CLS-YYYYMM(WS-CLS-COUNT)
                           MOVE UCLSC-PERIOD-CUTOFF-DATE
                               TO WS-CLS-CUTOFF(WS-CLS-COUNT)
                       END-IF
                   END-IF
           END-READ
           IF WS-UCLSC-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'CLSCARDS' TO WS-ABEND-FILE-NAME
               MOVE WS-UCLSC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *****************************************************
      *  3000 - PERIOD TABLE VALIDATION: ASCENDING AND    *
      *  CONTIGUOUS MONTHS, A KNOWN OPEN/CLOSED STATUS,   *
                       ''' NOT O/C'
                   DELIMITED BY SIZE INTO WS-PRF-TEXT
               PERFORM 8100-PRINT-PROOF-LINE
           ELSE
               PERFORM 3300-CHECK-PERIOD-CLOSE
           END-IF
           IF WS-PER-CUTOFF(WS-PER-SUB) = ZERO
               PERFORM 8300-COUNT-WARNING
               END-IF
           END-IF.

      *****************************************************
      *  3300 - ONLY A CLEAN PERIOD CLOSE CLOSES A        *
      *  PERIOD.  THE CLOSE CARD'S CUTOFF IS THE ONE THE  *
      *  SNAPSHOT WAS TAKEN AT, SO A CLOSED PERIOD'S      *
      *  CUTOFF CANNOT BE MOVED AFTERWARDS EITHER.        *
      *****************************************************
       3300-CHECK-PERIOD-CLOSE.
           MOVE 'N' TO WS-CLOSE-FOUND-SWITCH
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
                       OR WS-CLOSE-CARD-FOUND
               IF WS-CLS-YYYYMM(WS-CLS-SUB)
                       = WS-PER-YYYYMM(WS-PER-SUB)
                   SET WS-CLOSE-CARD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CLOSE-CARD-FOUND
               SUBTRACT 1 FROM WS-CLS-SUB
               IF WS-CLS-CUTOFF(WS-CLS-SUB)
                       NOT = WS-PER-CUTOFF(WS-PER-SUB)
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: PERIOD ' WS-PER-YYYYMM(WS-PER-SUB)
                           ' CUTOFF DIFFERS FROM ITS CLOSE CARD '
                           WS-CLS-CUTOFF(WS-CLS-SUB)
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
               IF WS-PER-STATUS(WS-PER-SUB) = 'O'
                   MOVE 'C' TO WS-PER-STATUS(WS-PER-SUB)
                   ADD 1 TO WS-PERIODS-CARD-CLOSED
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'PERIOD ' WS-PER-YYYYMM(WS-PER-SUB)
                           ' CLOSED BY ITS PERIOD CLOSE CARD'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
           ELSE
               IF WS-PER-STATUS(WS-PER-SUB) = 'C'
                   PERFORM 8200-COUNT-ERROR
                   MOVE SPACES TO WS-PRF-TEXT
                   STRING 'ERROR: PERIOD ' WS-PER-YYYYMM(WS-PER-SUB)
                           ' MARKED CLOSED WITH NO PERIOD CLOSE CARD'
                       DELIMITED BY SIZE INTO WS-PRF-TEXT
                   PERFORM 8100-PRINT-PROOF-LINE
               END-IF
           END-IF.

      *****************************************************
      *  4000 - MERGE THE GENERATED WEEKENDS WITH THE     *
      *  HOLIDAY CARDS INTO ONE ASCENDING STREAM OF 'C'   *
               TO WS-PRF-COUNT-LABEL
           MOVE WS-WEEKENDS-BUILT TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'PERIOD CLOSE CARDS READ.......'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-CLOSE-CARDS-READ TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'PERIODS CLOSED BY CLOSE CARD..'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-PERIODS-CARD-CLOSED TO WS-PRF-COUNT-VALUE
           WRITE UPROF-LINE FROM WS-PRF-COUNT-LINE
           MOVE 'DAY CARDS MERGED..............'
               TO WS-PRF-COUNT-LABEL
           MOVE WS-HOLIDAYS-MERGED TO WS-PRF-COUNT-VALUE
           CLOSE UPROF-FILE
           DISPLAY 'UCALMNT RUN SUMMARY'
           DISPLAY '  CARDS READ........: ' WS-CARDS-READ
           DISPLAY '  CLOSE CARDS READ..: ' WS-CLOSE-CARDS-READ
           DISPLAY '  DAY RECORDS OUT...: ' WS-DAYS-WRITTEN
           DISPLAY '  PERIOD RECORDS OUT: ' WS-PERIODS-WRITTEN
           DISPLAY '  ERRORS............: ' WS-ERROR-COUNT
