       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFEEDCHK.

      *****************************************************
      *  MISSING AND LATE-FEED CHECK - RUNS IN THE DAILY  *
      *  STREAM RIGHT AFTER THE FULL RUN HAS APPENDED     *
      *  TONIGHT'S FEEDS TO THE PROCESSED-FEED LOG.       *
      *  EVERY ACTIVE FEED IN THE SCHEDULE REGISTRY THAT  *
      *  WAS DUE ON A BUSINESS DAY IN THE CHECK WINDOW    *
      *  (THE RUN DATE, PLUS THE NUMBER OF DAYS BACK      *
      *  GIVEN IN THE JCL PARM, PARM='NNN') AND HAS NO    *
      *  LOG ENTRY FOR THAT DATE IS MISSING: IT IS        *
      *  LISTED ON FEEDRPT AND RAISED AS AN ERROR         *
      *  EXCEPTION SO THE ON-CALL CHASES THE REGION.      *
      *  A FEED THE RUN TOOK TONIGHT FOR AN EARLIER       *
      *  BUSINESS DATE ARRIVED LATE, AND ONE WHOSE ID IS  *
      *  NOT IN THE REGISTRY AT ALL IS UNREGISTERED -     *
      *  BOTH ARE LISTED AND RAISED AS WARNINGS.  A       *
      *  WEEKDAY IS A BUSINESS DAY UNLESS THE CALENDAR    *
      *  (CALFILE) LISTS IT AS A HOLIDAY OR WEEKEND.      *
      *  RC 8 WHEN ANY FEED IS MISSING, RC 4 FOR LATE OR  *
      *  UNREGISTERED FEEDS ONLY, RC 0 WHEN CLEAN.        *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCTRL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCTRL-FILE-STATUS.

           SELECT UFREG-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFREG-FILE-STATUS.

           SELECT UCAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCAL-FILE-STATUS.

           SELECT UFLOG-FILE ASSIGN TO FEEDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFLOG-FILE-STATUS.

           SELECT UFRPT-FILE ASSIGN TO FEEDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFRPT-FILE-STATUS.

           SELECT UEXCP-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UEXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UCTRLREC.

       FD  UFREG-FILE
           RECORDING MODE IS F.
       COPY UFREGREC.

       FD  UCAL-FILE
           RECORDING MODE IS F.
       COPY UCALREC.

       FD  UFLOG-FILE
           RECORDING MODE IS F.
       COPY UFLOGREC.

       FD  UFRPT-FILE
           RECORDING MODE IS F.
       01  UFRPT-LINE                      PIC X(132).

       FD  UEXCP-FILE
           RECORDING MODE IS F.
       COPY UEXCPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UFREG-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UCAL-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-UFLOG-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UFRPT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UEXCP-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND                VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOOKBACK-DAYS            PIC 9(03) VALUE ZERO.
           05  WS-LOOKBACK-MAX             PIC 9(03) VALUE 31.
           05  WS-RUN-INTEGER              PIC S9(09) COMP VALUE ZERO.
           05  WS-FROM-INTEGER             PIC S9(09) COMP VALUE ZERO.
           05  WS-SCAN-INTEGER             PIC S9(09) COMP VALUE ZERO.
           05  WS-DAY-OF-WEEK              PIC S9(04) COMP VALUE ZERO.

       01  WS-EXCEPTION-FIELDS.
           05  WS-EXCP-MSG-ID              PIC X(08) VALUE SPACES.
           05  WS-EXCP-SEVERITY            PIC X(01) VALUE SPACE.
           05  WS-EXCP-FEED-ID             PIC X(08) VALUE SPACES.
           05  WS-EXCP-TEXT                PIC X(60) VALUE SPACES.
           05  WS-EXCP-TIME                PIC 9(08) VALUE ZERO.

      *****************************************************
      *  THE SCHEDULE REGISTRY.  THE LIMIT MATCHES        *
      *  UFEEDMNT'S, WHICH WILL NOT WRITE A LARGER ONE.   *
      *****************************************************
       01  WS-REGISTRY-CONTROL.
           05  WS-REG-MAX                  PIC S9(04) COMP VALUE +100.
           05  WS-REG-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-REG-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-REG-ENTRY OCCURS 100 TIMES.
               10  WS-REG-FEED-ID          PIC X(08).
               10  WS-REG-DESCRIPTION      PIC X(30).
               10  WS-REG-DUE-DAYS         PIC X(07).
               10  WS-REG-START-DATE       PIC 9(08).
               10  WS-REG-STATUS           PIC X(01).
                   88  WS-REG-ACTIVE           VALUE 'A'.

      *****************************************************
      *  THE CHECK WINDOW, ONE ENTRY PER CALENDAR DAY     *
      *  FROM THE OLDEST LOOK-BACK DAY TO THE RUN DATE.   *
      *  EVERY DAY STARTS AS A BUSINESS DAY; THE CALENDAR *
      *  LOAD MARKS THE HOLIDAYS AND WEEKENDS IT LISTS.   *
      *****************************************************
       01  WS-WINDOW-CONTROL.
           05  WS-WIN-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-WIN-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WIN-FROM-DATE            PIC 9(08) VALUE ZERO.
           05  WS-WIN-ENTRY OCCURS 32 TIMES.
               10  WS-WIN-DATE             PIC 9(08).
               10  WS-WIN-DAY-OF-WEEK      PIC S9(04) COMP.
               10  WS-WIN-BUSINESS-SWITCH  PIC X(01).
                   88  WS-WIN-BUSINESS-DAY     VALUE 'Y'.

      *****************************************************
      *  EXPECTED ARRIVALS - ONE ENTRY PER ACTIVE FEED    *
      *  PER BUSINESS DAY IT WAS DUE IN THE WINDOW.  THE  *
      *  LOG SCAN MARKS EACH ONE IT FINDS; WHAT STAYS     *
      *  UNMARKED IS MISSING.  SIZED FOR THE FULL         *
      *  REGISTRY OVER THE LONGEST WINDOW.                *
      *****************************************************
       01  WS-EXPECTED-CONTROL.
           05  WS-EXP-MAX                  PIC S9(04) COMP VALUE +3200.
           05  WS-EXP-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-EXP-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-EXP-ENTRY OCCURS 3200 TIMES.
               10  WS-EXP-REG-SUB          PIC S9(04) COMP.
               10  WS-EXP-BUS-DATE         PIC 9(08).
               10  WS-EXP-FOUND-SWITCH     PIC X(01).
                   88  WS-EXP-FOUND            VALUE 'Y'.

       01  WS-CHECK-COUNTERS.
           05  WS-REGISTRY-READ            PIC 9(09) VALUE ZERO.
           05  WS-LOG-READ                 PIC 9(09) VALUE ZERO.
           05  WS-LOG-TONIGHT              PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-EXPECTED           PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-MISSING            PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-LATE               PIC 9(09) VALUE ZERO.
           05  WS-FEEDS-UNREGISTERED       PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44) VALUE
                       'UFEEDCHK - MISSING AND LATE-FEED CHECK'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-RPT-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RPT-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
               10  WS-RPT-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(12)
                       VALUE '   WINDOW: '.
               10  WS-RPT-WIN-FROM         PIC 9(08).
               10  FILLER                  PIC X(03) VALUE ' - '.
               10  WS-RPT-WIN-TO           PIC 9(08).
               10  FILLER                  PIC X(82) VALUE SPACES.
           05  WS-RPT-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(15) VALUE 'CONDITION'.
               10  FILLER                  PIC X(10) VALUE 'FEED ID'.
               10  FILLER                  PIC X(10) VALUE 'BUS DATE'.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE'.
               10  FILLER                  PIC X(30) VALUE
                       'DESCRIPTION'.
               10  FILLER                  PIC X(56) VALUE SPACES.
           05  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
           05  WS-RPT-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-CONDITION        PIC X(15).
               10  WS-RPT-FEED-ID          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-BUS-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-LOG-RUN-DATE     PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DESCRIPTION      PIC X(30).
               10  FILLER                  PIC X(56) VALUE SPACES.
           05  WS-RPT-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-COUNT-LABEL      PIC X(30).
               10  WS-RPT-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *    THE JCL EXEC PARM= TEXT ARRIVES AS A HALFWORD BINARY
      *    LENGTH FOLLOWED BY THE PARM TEXT, SAME AS THE OTHER
      *    PARM-DRIVEN PROGRAMS.  THE TEXT IS THE NUMBER OF DAYS
      *    BEFORE THE RUN DATE ALSO CHECKED, THREE DIGITS; NO PARM
      *    CHECKS THE RUN DATE ALONE.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-LOOKBACK-TEXT            PIC X(03).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REGISTRY
           PERFORM 2500-LOAD-CALENDAR
           PERFORM 3000-BUILD-EXPECTED
           PERFORM 4000-SCAN-FEED-LOG
           PERFORM 5000-REPORT-MISSING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN NOT = 0
               IF LS-PARM-LEN NOT = 3
                       OR LS-LOOKBACK-TEXT NOT NUMERIC
                   DISPLAY 'UFEEDCHK *** PARM MUST BE THE LOOK-BACK '
                           'DAYS, NNN ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-LOOKBACK-TEXT TO WS-LOOKBACK-DAYS
               IF WS-LOOKBACK-DAYS > WS-LOOKBACK-MAX
                   DISPLAY 'UFEEDCHK *** LOOK-BACK OF '
                           WS-LOOKBACK-DAYS ' DAYS EXCEEDS THE '
                           WS-LOOKBACK-MAX '-DAY LIMIT ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1050-READ-CONTROL-FILE
           OPEN INPUT UFREG-FILE
           IF WS-UFREG-FILE-STATUS NOT = '00'
               MOVE 'FEEDREG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UFLOG-FILE
           IF WS-UFLOG-FILE-STATUS NOT = '00'
               MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UFRPT-FILE
           IF WS-UFRPT-FILE-STATUS NOT = '00'
               MOVE 'FEEDRPT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFRPT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
      *    THE EXCEPTION DATASET IS SHARED WITH THE DAILY RUN (DD
      *    IS DISP=MOD) - THIS STEP APPENDS ITS CONDITIONS TO THE
      *    SAME NIGHT'S FILE SO AUTOMATION WATCHES ONE PLACE.
           OPEN EXTEND UEXCP-FILE
           IF WS-UEXCP-FILE-STATUS NOT = '00'
               MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME
               MOVE WS-UEXCP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1100-BUILD-WINDOW
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
                   DISPLAY 'UFEEDCHK WARNING: CONTROL FILE EMPTY, '
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
      *  1100 - THE WINDOW DAYS, OLDEST FIRST.  DAY 1 OF  *
      *  THE INTEGER-OF-DATE CALENDAR (1601-01-01) WAS A  *
      *  MONDAY, SO MOD(INTEGER, 7) GIVES 1 FOR MONDAY    *
      *  THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY, WHICH   *
      *  IS THE REGISTRY'S SEVENTH DUE-DAY FLAG.          *
      *****************************************************
       1100-BUILD-WINDOW.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-INTEGER
           COMPUTE WS-FROM-INTEGER =
               WS-RUN-INTEGER - WS-LOOKBACK-DAYS
           PERFORM VARYING WS-SCAN-INTEGER
                   FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-SCAN-INTEGER > WS-RUN-INTEGER
               ADD 1 TO WS-WIN-COUNT
               MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
                   TO WS-WIN-DATE(WS-WIN-COUNT)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-SCAN-INTEGER, 7)
               IF WS-DAY-OF-WEEK = 0
                   MOVE 7 TO WS-DAY-OF-WEEK
               END-IF
               MOVE WS-DAY-OF-WEEK TO WS-WIN-DAY-OF-WEEK(WS-WIN-COUNT)
               SET WS-WIN-BUSINESS-DAY(WS-WIN-COUNT) TO TRUE
           END-PERFORM
           MOVE WS-WIN-DATE(1) TO WS-WIN-FROM-DATE.

       2000-LOAD-REGISTRY.
           PERFORM 2100-LOAD-REGISTRY-RECORD
               UNTIL WS-UFREG-FILE-STATUS NOT = '00'
           IF WS-UFREG-FILE-STATUS NOT = '10'
               MOVE 'FEEDREG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           CLOSE UFREG-FILE.

       2100-LOAD-REGISTRY-RECORD.
           READ UFREG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-REGISTRY-READ
                   IF WS-REG-COUNT >= WS-REG-MAX
                       DISPLAY 'UFEEDCHK *** FEED REGISTRY HOLDS MORE '
                               'THAN ' WS-REG-MAX ' FEEDS ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REG-COUNT
                   MOVE UFREG-FEED-ID TO WS-REG-FEED-ID(WS-REG-COUNT)
                   MOVE UFREG-DESCRIPTION
                       TO WS-REG-DESCRIPTION(WS-REG-COUNT)
                   MOVE UFREG-DUE-DAYS TO WS-REG-DUE-DAYS(WS-REG-COUNT)
                   IF UFREG-START-DATE NUMERIC
                       MOVE UFREG-START-DATE
                           TO WS-REG-START-DATE(WS-REG-COUNT)
                   ELSE
                       MOVE ZERO TO WS-REG-START-DATE(WS-REG-COUNT)
                   END-IF
                   MOVE UFREG-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
           END-READ.

      *****************************************************
      *  2500 - MARK THE WINDOW'S HOLIDAYS AND WEEKENDS.  *
      *  A MISSING CALENDAR IS NOT FATAL: EVERY DAY IS    *
      *  THEN TAKEN AS A BUSINESS DAY AND ONLY THE        *
      *  REGISTRY'S WEEKDAY FLAGS DECIDE WHAT WAS DUE,    *
      *  WITH A CONSOLE WARNING, AS IN THE DAILY RUN.     *
      *****************************************************
       2500-LOAD-CALENDAR.
           OPEN INPUT UCAL-FILE
           IF WS-UCAL-FILE-STATUS NOT = '00'
               DISPLAY 'UFEEDCHK WARNING: CALENDAR FILE NOT '
                       'AVAILABLE (STATUS=' WS-UCAL-FILE-STATUS
                       ') - HOLIDAYS NOT EXCLUDED'
           ELSE
               PERFORM 2510-LOAD-CALENDAR-RECORD
                   UNTIL WS-UCAL-FILE-STATUS NOT = '00'
               IF WS-UCAL-FILE-STATUS NOT = '10'
                   MOVE 'CALFILE ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UCAL-FILE-STATUS TO WS-ABEND-FILE-STATUS
                   PERFORM 9900-ABEND-FILE-OPEN
               END-IF
               CLOSE UCAL-FILE
           END-IF.

       2510-LOAD-CALENDAR-RECORD.
           READ UCAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF UCAL-TYPE-DAY
                           AND (UCAL-DAY-HOLIDAY OR UCAL-DAY-WEEKEND)
                           AND UCAL-DATE >= WS-WIN-FROM-DATE
                           AND UCAL-DATE <= WS-RUN-DATE
                       PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                               UNTIL WS-WIN-SUB > WS-WIN-COUNT
                           IF WS-WIN-DATE(WS-WIN-SUB) = UCAL-DATE
                               MOVE 'N' TO
                                   WS-WIN-BUSINESS-SWITCH(WS-WIN-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *****************************************************
      *  3000 - ONE EXPECTED ARRIVAL PER ACTIVE FEED PER  *
      *  WINDOW BUSINESS DAY ON WHICH ITS WEEKDAY FLAG IS *
      *  'Y' AND ITS START DATE HAS COME.                 *
      *****************************************************
       3000-BUILD-EXPECTED.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ACTIVE(WS-REG-SUB)
                   PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                           UNTIL WS-WIN-SUB > WS-WIN-COUNT
                       PERFORM 3100-EXPECT-ONE-DAY
                   END-PERFORM
               END-IF
           END-PERFORM.

       3100-EXPECT-ONE-DAY.
           MOVE WS-WIN-DAY-OF-WEEK(WS-WIN-SUB) TO WS-DAY-OF-WEEK
           IF WS-WIN-BUSINESS-DAY(WS-WIN-SUB)
                   AND WS-REG-DUE-DAYS(WS-REG-SUB)(WS-DAY-OF-WEEK:1)
                       = 'Y'
                   AND WS-REG-START-DATE(WS-REG-SUB)
                       <= WS-WIN-DATE(WS-WIN-SUB)
               ADD 1 TO WS-EXP-COUNT
               ADD 1 TO WS-FEEDS-EXPECTED
               MOVE WS-REG-SUB TO WS-EXP-REG-SUB(WS-EXP-COUNT)
               MOVE WS-WIN-DATE(WS-WIN-SUB)
                   TO WS-EXP-BUS-DATE(WS-EXP-COUNT)
               MOVE 'N' TO WS-EXP-FOUND-SWITCH(WS-EXP-COUNT)
           END-IF.

      *****************************************************
      *  4000 - ONE PASS OF THE PROCESSED-FEED LOG.  AN   *
      *  ENTRY FOR A WINDOW DATE TICKS OFF ITS EXPECTED   *
      *  ARRIVAL; AN ENTRY TONIGHT'S RUN WROTE IS ALSO    *
      *  CHECKED FOR LATENESS AND REGISTRATION.           *
      *****************************************************
       4000-SCAN-FEED-LOG.
           PERFORM 4100-SCAN-LOG-RECORD
               UNTIL WS-UFLOG-FILE-STATUS NOT = '00'
           IF WS-UFLOG-FILE-STATUS NOT = '10'
               MOVE 'FEEDLOG ' TO WS-ABEND-FILE-NAME
               MOVE WS-UFLOG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           CLOSE UFLOG-FILE.

       4100-SCAN-LOG-RECORD.
           READ UFLOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ
                   IF UFLOG-BUS-DATE >= WS-WIN-FROM-DATE
                           AND UFLOG-BUS-DATE <= WS-RUN-DATE
                       PERFORM 4200-MARK-ARRIVAL
                   END-IF
                   IF UFLOG-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-LOG-TONIGHT
                       PERFORM 4300-CHECK-TONIGHTS-FEED
                   END-IF
           END-READ.

       4200-MARK-ARRIVAL.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXP-BUS-DATE(WS-EXP-SUB) = UFLOG-BUS-DATE
                       AND WS-REG-FEED-ID(WS-EXP-REG-SUB(WS-EXP-SUB))
                           = UFLOG-FEED-ID
                   SET WS-EXP-FOUND(WS-EXP-SUB) TO TRUE
               END-IF
           END-PERFORM.

       4300-CHECK-TONIGHTS-FEED.
           MOVE 'N' TO WS-REG-FOUND-SWITCH
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                       OR WS-REG-FOUND
               IF WS-REG-FEED-ID(WS-REG-SUB) = UFLOG-FEED-ID
                   SET WS-REG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REG-FOUND
               SUBTRACT 1 FROM WS-REG-SUB
               MOVE WS-REG-DESCRIPTION(WS-REG-SUB)
                   TO WS-RPT-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-RPT-DESCRIPTION
               ADD 1 TO WS-FEEDS-UNREGISTERED
               MOVE 'UNREGISTERED' TO WS-RPT-CONDITION
               MOVE UFLOG-FEED-ID TO WS-RPT-FEED-ID
               MOVE UFLOG-BUS-DATE TO WS-RPT-BUS-DATE
               MOVE UFLOG-RUN-DATE TO WS-RPT-LOG-RUN-DATE
               PERFORM 8100-PRINT-DETAIL-LINE
               MOVE 'UUUU016W' TO WS-EXCP-MSG-ID
               MOVE UFLOG-FEED-ID TO WS-EXCP-FEED-ID
               MOVE 'FEED PROCESSED IS NOT IN THE FEED REGISTRY'
                   TO WS-EXCP-TEXT
               PERFORM 9500-WRITE-EXCEPTION
           END-IF
           IF UFLOG-BUS-DATE < WS-RUN-DATE
               ADD 1 TO WS-FEEDS-LATE
               MOVE 'LATE' TO WS-RPT-CONDITION
               MOVE UFLOG-FEED-ID TO WS-RPT-FEED-ID
               MOVE UFLOG-BUS-DATE TO WS-RPT-BUS-DATE
               MOVE UFLOG-RUN-DATE TO WS-RPT-LOG-RUN-DATE
               PERFORM 8100-PRINT-DETAIL-LINE
               MOVE 'UUUU015W' TO WS-EXCP-MSG-ID
               MOVE UFLOG-FEED-ID TO WS-EXCP-FEED-ID
               MOVE 'FEED ARRIVED AFTER ITS BUSINESS DATE'
                   TO WS-EXCP-TEXT
               PERFORM 9500-WRITE-EXCEPTION
           END-IF.

       5000-REPORT-MISSING.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF NOT WS-EXP-FOUND(WS-EXP-SUB)
                   PERFORM 5100-REPORT-ONE-MISSING
               END-IF
           END-PERFORM.

       5100-REPORT-ONE-MISSING.
           ADD 1 TO WS-FEEDS-MISSING
           MOVE WS-EXP-REG-SUB(WS-EXP-SUB) TO WS-REG-SUB
           MOVE 'MISSING' TO WS-RPT-CONDITION
           MOVE WS-REG-FEED-ID(WS-REG-SUB) TO WS-RPT-FEED-ID
           MOVE WS-EXP-BUS-DATE(WS-EXP-SUB) TO WS-RPT-BUS-DATE
           MOVE SPACES TO WS-RPT-LOG-RUN-DATE
           MOVE WS-REG-DESCRIPTION(WS-REG-SUB) TO WS-RPT-DESCRIPTION
           PERFORM 8100-PRINT-DETAIL-LINE
           DISPLAY 'UFEEDCHK *** FEED ' WS-REG-FEED-ID(WS-REG-SUB)
                   ' DUE ' WS-EXP-BUS-DATE(WS-EXP-SUB)
                   ' NEVER ARRIVED ***'
           MOVE 'UUUU014E' TO WS-EXCP-MSG-ID
           MOVE WS-REG-FEED-ID(WS-REG-SUB) TO WS-EXCP-FEED-ID
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'EXPECTED FEED NOT RECEIVED FOR BUSINESS DATE '
                   WS-EXP-BUS-DATE(WS-EXP-SUB)
               DELIMITED BY SIZE INTO WS-EXCP-TEXT
           PERFORM 9500-WRITE-EXCEPTION.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE WS-WIN-FROM-DATE TO WS-RPT-WIN-FROM
           MOVE WS-RUN-DATE TO WS-RPT-WIN-TO
           IF WS-PAGE-COUNT = 1
               WRITE UFRPT-LINE FROM WS-RPT-HEADING-1
           ELSE
               WRITE UFRPT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE UFRPT-LINE FROM WS-RPT-HEADING-2
           WRITE UFRPT-LINE FROM WS-RPT-BLANK-LINE
           WRITE UFRPT-LINE FROM WS-RPT-COLUMN-HEADING
           MOVE 4 TO WS-LINE-COUNT.

       8100-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE UFRPT-LINE FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           WRITE UFRPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'REGISTERED FEEDS..............'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REGISTRY-READ TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'LOG RECORDS READ..............'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LOG-READ TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'FEEDS PROCESSED TONIGHT.......'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LOG-TONIGHT TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ARRIVALS EXPECTED IN WINDOW...'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-FEEDS-EXPECTED TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'FEEDS MISSING.................'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-FEEDS-MISSING TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'FEEDS LATE....................'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-FEEDS-LATE TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'FEEDS UNREGISTERED............'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-FEEDS-UNREGISTERED TO WS-RPT-COUNT-VALUE
           WRITE UFRPT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE UFRPT-FILE
           CLOSE UEXCP-FILE
           IF WS-UEXCP-FILE-STATUS NOT = '00'
               MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME
               MOVE WS-UEXCP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           DISPLAY 'UFEEDCHK RUN SUMMARY'
           DISPLAY '  REGISTERED FEEDS..: ' WS-REGISTRY-READ
           DISPLAY '  PROCESSED TONIGHT.: ' WS-LOG-TONIGHT
           DISPLAY '  EXPECTED ARRIVALS.: ' WS-FEEDS-EXPECTED
           DISPLAY '  FEEDS MISSING.....: ' WS-FEEDS-MISSING
           DISPLAY '  FEEDS LATE........: ' WS-FEEDS-LATE
           DISPLAY '  FEEDS UNREGISTERED: ' WS-FEEDS-UNREGISTERED
           EVALUATE TRUE
               WHEN WS-FEEDS-MISSING > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FEEDS-LATE > ZERO
                       OR WS-FEEDS-UNREGISTERED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *****************************************************
      *  9500 - EXCEPTION WRITER, SAME TWO AUDIENCES AS   *
      *  THE DAILY RUN'S: A MACHINE-READABLE RECORD FOR   *
      *  AUTOMATION AND A CONSOLE LINE FOR THE OVERNIGHT  *
      *  OPERATOR.  THE SEVERITY IS THE LAST CHARACTER OF *
      *  THE MESSAGE ID BY CONVENTION.                    *
      *****************************************************
       9500-WRITE-EXCEPTION.
           ACCEPT WS-EXCP-TIME FROM TIME
           MOVE WS-EXCP-MSG-ID(8:1) TO WS-EXCP-SEVERITY
           MOVE SPACES TO UEXCP-RECORD
           MOVE WS-RUN-DATE TO UEXCP-RUN-DATE
           MOVE WS-EXCP-TIME TO UEXCP-TIME
           MOVE WS-EXCP-MSG-ID TO UEXCP-MSG-ID
           MOVE WS-EXCP-SEVERITY TO UEXCP-SEVERITY
           MOVE WS-EXCP-FEED-ID TO UEXCP-FEED-ID
           MOVE WS-EXCP-TEXT TO UEXCP-TEXT
           WRITE UEXCP-RECORD
           IF WS-UEXCP-FILE-STATUS NOT = '00'
               MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME
               MOVE WS-UEXCP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           DISPLAY WS-EXCP-MSG-ID ' ' WS-EXCP-FEED-ID ' '
               WS-EXCP-TEXT UPON CONSOLE.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UFEEDCHK *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
