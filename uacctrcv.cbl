       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCTRCV.

      *****************************************************
      *  ACCOUNT MASTER FORWARD RECOVERY.  REBUILDS THE   *
      *  ACCOUNT MASTER FROM A BACKUP UNLOAD OF THE KSDS  *
      *  (ACCTBKP, UACCTREC LAYOUT, KEY ORDER) PLUS THE   *
      *  CUMULATIVE TRANSACTION HISTORY.  EVERY TRANHIST  *
      *  ROW WHOSE RUN DATE IS AFTER THE RECOVER-FROM     *
      *  DATE (PARM='YYYYMMDD' - THE LAST RUN DATE THE    *
      *  BACKUP ALREADY CONTAINS) IS REPLAYED AGAINST ITS *
      *  ACCOUNT UNDER THE SAME POSTING AND REVERSAL      *
      *  RULES AS 3600-APPLY-TO-MASTER AND                *
      *  3650-REVERSE-ON-MASTER IN THE DAILY RUN, AND THE *
      *  RESULT IS LOADED INTO A FRESHLY DEFINED MASTER   *
      *  KSDS (ACCTNEW).  THE HISTORY ARRIVES SORTED BY   *
      *  KEY, THEN RUN DATE AND RUN SEQUENCE, SO EACH     *
      *  ACCOUNT SEES ITS ROWS IN EXACTLY THE ORDER THE   *
      *  NIGHTLY RUNS POSTED THEM.  PRINTS A RECOVERY     *
      *  REPORT OF ACCOUNTS TOUCHED, ROWS APPLIED AND     *
      *  SKIPPED, AND THE BEFORE/AFTER BALANCE TOTALS.    *
      *  A KEY ON THE HISTORY BUT NOT ON THE BACKUP THAT  *
      *  WAS ARCHIVED BEFORE THE BACKUP WAS TAKEN STARTS  *
      *  FROM ITS ARCHIVED IMAGE (ARCHSORT - EVERY DATED  *
      *  ARCHIVE GENERATION, SORTED BY KEY AND NEWEST     *
      *  ARCHIVE FIRST), NOT FROM ZERO, SO ITS PRE-       *
      *  ARCHIVE COUNTS SURVIVE A LATER RESTORE.  THE     *
      *  INDEX KSDS CANNOT SERVE: A RESTORE REMOVES THE   *
      *  ACCOUNT FROM IT.                                 *
      *  URCVRJOB HANDS THE REBUILT MASTER STRAIGHT TO    *
      *  UACCTVFY.  RC 4 WHEN A ROW COULD NOT BE REPLAYED *
      *  OR THE BACKUP HOLDS POSTINGS AFTER THE RECOVER-  *
      *  FROM DATE, RC 16 WHEN THE RECOVERY CANNOT RUN.   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UBKUP-FILE ASSIGN TO ACCTBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UBKUP-FILE-STATUS.

           SELECT UTHST-FILE ASSIGN TO HISTSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTHST-FILE-STATUS.

           SELECT UACCT-FILE ASSIGN TO ACCTNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

           SELECT URCVR-FILE ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URCVR-FILE-STATUS.

      *    TRANSACTION TYPE CODE TABLE - THE SAME RULES THE DAILY
      *    RUN POSTS UNDER, PROVED AGAINST ITS CONTROL RECORD.
           SELECT UTYPE-FILE ASSIGN TO TYPETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTYPE-FILE-STATUS.

           SELECT UARCH-FILE ASSIGN TO ARCHSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE BACKUP IS A STRAIGHT UNLOAD OF THE MASTER - ONLY THE
      *    KEY IS NEEDED TO MATCH ON, AND THE WHOLE IMAGE IS MOVED
      *    TO THE NEW MASTER'S RECORD AREA BEFORE ANY ROW IS
      *    REPLAYED, SO THE BACKUP RECORD IS NEVER ALTERED.
       FD  UBKUP-FILE
           RECORDING MODE IS F.
       01  UBKUP-RECORD.
           05  UBKUP-KEY                   PIC X(10).
           05  FILLER                      PIC X(94).

       FD  UTHST-FILE
           RECORDING MODE IS F.
       COPY UTHSTREC.

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  URCVR-FILE
           RECORDING MODE IS F.
       01  URCVR-LINE                      PIC X(132).

       FD  UTYPE-FILE
           RECORDING MODE IS F.
       COPY UTYPEREC.

       FD  UARCH-FILE
           RECORDING MODE IS F.
       COPY UARCHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UBKUP-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-URCVR-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTYPE-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HIST-END-OF-FILE         VALUE 'Y'.
           05  WS-BKUP-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-BKUP-END-OF-FILE         VALUE 'Y'.
           05  WS-PRIME-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-PRIME-WRITTEN            VALUE 'Y'.
           05  WS-ROW-TYPE-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ROW-TYPE-KNOWN           VALUE 'Y'.
           05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ARCH-END-OF-FILE         VALUE 'Y'.
           05  WS-ARCH-SEED-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ARCH-SEED-FOUND          VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RECOVER-DATE             PIC 9(08) VALUE ZERO.
      *    THE LATEST LAST-POSTED STAMP ON THE BACKUP.  THE STAMP
      *    IS THE PHYSICAL RUN DATE, SO AFTER A CATCH-UP RUN IT
      *    CAN LEGITIMATELY RUN AHEAD OF THE BUSINESS DATE ON THE
      *    HISTORY - IT IS PRINTED FOR THE OPERATOR TO JUDGE.
           05  WS-BACKUP-LAST-POSTED       PIC 9(08) VALUE ZERO.

      *****************************************************
      *  ONE HISTORY GROUP = ALL TRANHIST ROWS FOR ONE    *
      *  KEY.  ROWS ON OR BEFORE THE RECOVER-FROM DATE    *
      *  ARE ALREADY IN THE BACKUP AND ARE PASSED OVER.   *
      *****************************************************
       01  WS-HISTORY-GROUP.
           05  WS-GROUP-KEY                PIC X(10) VALUE SPACES.
           05  WS-GROUP-ROWS-APPLIED       PIC 9(09) VALUE ZERO.
           05  WS-GROUP-FIRST-RUN-DATE     PIC 9(08) VALUE ZERO.
           05  WS-ROW-EFFECT               PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ARCH-SEED-IMAGE          PIC X(104) VALUE SPACES.
           05  WS-ARCH-SEED-BALANCE        PIC S9(9)V99 COMP-3
                                                VALUE ZERO.

       COPY UTYPETBL.

       01  WS-RECOVERY-COUNTERS.
           05  WS-BACKUP-RECORDS-READ      PIC 9(09) VALUE ZERO.
           05  WS-BACKUP-ACCOUNTS          PIC 9(09) VALUE ZERO.
           05  WS-BACKUP-AHEAD-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-HIST-ROWS-READ           PIC 9(09) VALUE ZERO.
           05  WS-ROWS-IN-BACKUP           PIC 9(09) VALUE ZERO.
           05  WS-ROWS-APPLIED             PIC 9(09) VALUE ZERO.
           05  WS-ROWS-SKIPPED             PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-TOUCHED         PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-CREATED         PIC 9(09) VALUE ZERO.
           05  WS-HIST-ONLY-KEYS           PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-FROM-ARCHIVE    PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-BACKUP-BALANCE-TOTAL     PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-BACKUP-PURCHASE-TOTAL    PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-ARCHIVE-BALANCE-TOTAL    PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-REPLAY-NET               PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-RECOVERED-BALANCE-TOTAL  PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-RECOVERED-PURCHASE-TOTAL PIC S9(11)V99 COMP-3
                                                VALUE ZERO.
           05  WS-RECOVERY-DIFFERENCE      PIC S9(11)V99 COMP-3
                                                VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UACCTRCV - MASTER FORWARD RECOVERY'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-HDG-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(36)
                       VALUE 'REPLAYING HISTORY RUN AFTER RUN DATE'.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-HDG-RECOVER-DATE     PIC 9(08).
               10  FILLER                  PIC X(86) VALUE SPACES.
           05  WS-SKIP-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE'.
               10  FILLER                  PIC X(11) VALUE 'RUN SEQ'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(06) VALUE 'ORIG'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(30) VALUE 'CONDITION'.
               10  FILLER                  PIC X(37) VALUE SPACES.
           05  WS-SKIP-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-SKIP-KEY             PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SKIP-RUN-DATE        PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SKIP-RUN-SEQ         PIC 9(09).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SKIP-TYPE-CODE       PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-SKIP-ORIG-TYPE-CODE  PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-SKIP-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SKIP-CONDITION       PIC X(30).
               10  FILLER                  PIC X(37) VALUE SPACES.
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
           05  WS-DATE-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-DATE-LABEL           PIC X(30).
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  WS-DATE-VALUE           PIC 9(08).
               10  FILLER                  PIC X(90) VALUE SPACES.
           05  WS-AMOUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-AMOUNT-LABEL         PIC X(30).
               10  WS-AMOUNT-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(79) VALUE SPACES.

       LINKAGE SECTION.
      *    THE JCL EXEC PARM= TEXT ARRIVES AS A HALFWORD BINARY
      *    LENGTH FOLLOWED BY THE PARM TEXT, SAME AS THE OTHER
      *    PARM-DRIVEN PROGRAMS.  THE TEXT IS THE RECOVER-FROM
      *    RUN DATE, YYYYMMDD.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-RECOVER-DATE-TEXT        PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM 2100-READ-BACKUP
           PERFORM 2200-READ-ARCHIVE
           PERFORM UNTIL WS-HIST-END-OF-FILE
                   AND WS-BKUP-END-OF-FILE
               PERFORM 3000-MATCH-NEXT-KEY
           END-PERFORM
           PERFORM 3900-WRITE-PRIME-RECORD
           PERFORM 4000-PRINT-RECOVERY-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN NOT = 8
                   OR LS-RECOVER-DATE-TEXT NOT NUMERIC
               DISPLAY 'UACCTRCV *** PARM MUST BE THE RECOVER-FROM '
                       'RUN DATE, YYYYMMDD ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-RECOVER-DATE-TEXT TO WS-RECOVER-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECOVER-DATE) NOT = 0
               DISPLAY 'UACCTRCV *** RECOVER-FROM DATE '
                       WS-RECOVER-DATE ' IS NOT A VALID DATE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1040-LOAD-TYPE-TABLE
           OPEN INPUT UBKUP-FILE
           IF WS-UBKUP-FILE-STATUS NOT = '00'
               MOVE 'ACCTBKP ' TO WS-ABEND-FILE-NAME
               MOVE WS-UBKUP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UTHST-FILE
           IF WS-UTHST-FILE-STATUS NOT = '00'
               MOVE 'HISTSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-UTHST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ARCHSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT URCVR-FILE
           IF WS-URCVR-FILE-STATUS NOT = '00'
               MOVE 'RCVRPT  ' TO WS-ABEND-FILE-NAME
               MOVE WS-URCVR-FILE-STATUS TO WS-ABEND-FILE-STATUS
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
               DISPLAY 'UACCTRCV *** TYPE CODE TABLE HAS NO CONTROL '
                       'RECORD ***'
               PERFORM 1048-REFUSE-TYPE-TABLE
           END-IF
           IF UTYPT-COUNT NOT = UTYPT-CTL-ENTRY-COUNT
                   OR UTYPT-HASH-TOTAL NOT = UTYPT-CTL-HASH-TOTAL
               DISPLAY 'UACCTRCV *** TYPE CODE TABLE FAILS ITS '
                       'CONTROL: ENTRIES ' UTYPT-COUNT
                       ' HASH ' UTYPT-HASH-TOTAL ' ***'
               DISPLAY 'UACCTRCV *** CONTROL RECORD SAYS ENTRIES '
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
                           DISPLAY 'UACCTRCV *** TYPE CODE TABLE HAS '
                                   'RECORDS AFTER ITS CONTROL '
                                   'RECORD ***'
                           PERFORM 1048-REFUSE-TYPE-TABLE
                       WHEN UTYPE-TYPE-ENTRY
                           IF UTYPT-COUNT >= UTYPT-MAX
                               DISPLAY 'UACCTRCV *** TYPE CODE TABLE '
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
                           DISPLAY 'UACCTRCV *** TYPE CODE TABLE '
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
           DISPLAY 'UACCTRCV *** TYPE CODE TABLE REFUSED - RUN '
                   'STOPPED ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE ALL-NINES KEY IS THE PERMANENT PRIMING RECORD AND
      *    TAKES PART IN NO POSTING - IT IS SKIPPED ON THE HISTORY
      *    SIDE.  ON THE BACKUP SIDE IT SORTS LAST AND IS COPIED
      *    THROUGH BY 3400.
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

       2100-READ-BACKUP.
           READ UBKUP-FILE
               AT END
                   SET WS-BKUP-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-BACKUP-RECORDS-READ
           END-READ
           IF WS-UBKUP-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ACCTBKP ' TO WS-ABEND-FILE-NAME
               MOVE WS-UBKUP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       2200-READ-ARCHIVE.
           READ UARCH-FILE
               AT END
                   SET WS-ARCH-END-OF-FILE TO TRUE
           END-READ
           IF WS-UARCH-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ARCHSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
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
      *  ACCOUNT KEY, AS IN UACCTVFY.  THE BACKUP UNLOAD  *
      *  IS IN KEY ORDER AS THE KSDS WROTE IT, AND THE    *
      *  HISTORY IS SORTED TO MATCH BY THE JCL.           *
      *****************************************************
       3000-MATCH-NEXT-KEY.
           EVALUATE TRUE
               WHEN WS-BKUP-END-OF-FILE
                   PERFORM 3300-HISTORY-ONLY-KEY
               WHEN WS-HIST-END-OF-FILE
                   PERFORM 3400-BACKUP-ONLY-KEY
               WHEN UTHST-KEY < UBKUP-KEY
                   PERFORM 3300-HISTORY-ONLY-KEY
               WHEN UTHST-KEY > UBKUP-KEY
                   PERFORM 3400-BACKUP-ONLY-KEY
               WHEN OTHER
                   PERFORM 3200-LOAD-BACKUP-RECORD
                   PERFORM 3100-REPLAY-KEY-GROUP
                   PERFORM 3800-WRITE-RECOVERED-RECORD
                   PERFORM 2100-READ-BACKUP
           END-EVALUATE.

       3100-REPLAY-KEY-GROUP.
           MOVE UTHST-KEY TO WS-GROUP-KEY
           MOVE ZERO TO WS-GROUP-ROWS-APPLIED
           MOVE ZERO TO WS-GROUP-FIRST-RUN-DATE
           PERFORM 3150-REPLAY-HISTORY-ROW
               UNTIL WS-HIST-END-OF-FILE
                   OR UTHST-KEY NOT = WS-GROUP-KEY
           IF WS-GROUP-ROWS-APPLIED > ZERO
               ADD 1 TO WS-ACCOUNTS-TOUCHED
           END-IF.

       3150-REPLAY-HISTORY-ROW.
           IF UTHST-RUN-DATE NOT > WS-RECOVER-DATE
               ADD 1 TO WS-ROWS-IN-BACKUP
           ELSE
               PERFORM 3160-CLASSIFY-HISTORY-ROW
               IF WS-ROW-TYPE-KNOWN
                   IF WS-GROUP-ROWS-APPLIED = ZERO
                       MOVE UTHST-RUN-DATE TO WS-GROUP-FIRST-RUN-DATE
                   END-IF
                   PERFORM 3600-APPLY-TO-MASTER
                   ADD 1 TO WS-ROWS-APPLIED
                   ADD 1 TO WS-GROUP-ROWS-APPLIED
                   ADD WS-ROW-EFFECT TO WS-REPLAY-NET
               ELSE
                   ADD 1 TO WS-ROWS-SKIPPED
                   PERFORM 3700-PRINT-SKIPPED-ROW
               END-IF
           END-IF
           PERFORM 2000-READ-HISTORY.

      *****************************************************
      *  3160 - THE ROW'S NET EFFECT ON THE BALANCE, FOR  *
      *  THE RECOVERY PROOF.  A TYPE CODE NOT ON THE TYPE *
      *  CODE TABLE - OR A REVERSAL WHOSE ORIGINAL TYPE   *
      *  IS NOT - CANNOT BE REPLAYED AND IS LISTED        *
      *  INSTEAD.                                         *
      *****************************************************
       3160-CLASSIFY-HISTORY-ROW.
           SET WS-ROW-TYPE-KNOWN TO TRUE
           MOVE UTHST-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           IF NOT UTYPT-FOUND
               MOVE 'N' TO WS-ROW-TYPE-SWITCH
               MOVE 'UNKNOWN TYPE CODE' TO WS-SKIP-CONDITION
           ELSE
               EVALUATE TRUE
                   WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                       MOVE UTHST-AMOUNT TO WS-ROW-EFFECT
                   WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                       COMPUTE WS-ROW-EFFECT = ZERO - UTHST-AMOUNT
                   WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                       MOVE UTHST-ORIG-TYPE-CODE TO UTYPT-SEEK-CODE
                       PERFORM 2510-FIND-TYPE-CODE
                       IF NOT UTYPT-FOUND
                           MOVE 'N' TO WS-ROW-TYPE-SWITCH
                           MOVE 'UNKNOWN REVERSED TYPE CODE'
                               TO WS-SKIP-CONDITION
                       ELSE
                           EVALUATE TRUE
                               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                                   COMPUTE WS-ROW-EFFECT =
                                       ZERO - UTHST-AMOUNT
                               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                                   MOVE UTHST-AMOUNT TO WS-ROW-EFFECT
                               WHEN OTHER
                                   MOVE 'N' TO WS-ROW-TYPE-SWITCH
                                   MOVE 'UNKNOWN REVERSED TYPE CODE'
                                       TO WS-SKIP-CONDITION
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-IF.

       3200-LOAD-BACKUP-RECORD.
           MOVE UBKUP-RECORD TO UACCT-RECORD
           ADD 1 TO WS-BACKUP-ACCOUNTS
           ADD UACCT-CURRENT-BALANCE TO WS-BACKUP-BALANCE-TOTAL
           ADD UACCT-PURCHASE-TOTAL TO WS-BACKUP-PURCHASE-TOTAL
           IF UACCT-LAST-POSTED-DATE > WS-RECOVER-DATE
               ADD 1 TO WS-BACKUP-AHEAD-COUNT
           END-IF
           IF UACCT-LAST-POSTED-DATE > WS-BACKUP-LAST-POSTED
               MOVE UACCT-LAST-POSTED-DATE TO WS-BACKUP-LAST-POSTED
           END-IF.

      *****************************************************
      *  3300 - HISTORY FOR A KEY THE BACKUP DOES NOT     *
      *  HOLD.  AN ACCOUNT OPENED BY A TRANSACTION AFTER  *
      *  THE BACKUP WAS TAKEN IS BUILT EXACTLY AS THE     *
      *  DAILY RUN'S 3500 INVALID KEY PATH BUILDS IT,     *
      *  STATUS-DATED THE NIGHT ITS FIRST ROW POSTED.  AN *
      *  ACCOUNT ARCHIVED ON OR BEFORE THE RECOVER-FROM   *
      *  DATE AND RESTORED SINCE STARTS FROM ITS ARCHIVED *
      *  IMAGE, AS THE DAILY RUN'S RESTORE DID.  A KEY    *
      *  WITH ONLY ROWS ON OR BEFORE THE RECOVER-FROM     *
      *  DATE WAS NOT ON THE MASTER AT BACKUP TIME (IT    *
      *  WAS CLOSED OUT OR IS STILL ARCHIVED) AND IS      *
      *  COUNTED, NOT LOADED.                             *
      *****************************************************
       3300-HISTORY-ONLY-KEY.
           PERFORM 3310-FIND-ARCHIVED-IMAGE
           IF WS-ARCH-SEED-FOUND
               MOVE WS-ARCH-SEED-IMAGE TO UACCT-RECORD
           ELSE
               MOVE SPACES TO UACCT-RECORD
               MOVE UTHST-KEY TO UACCT-KEY
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
               MOVE ZERO TO UACCT-STATUS-DATE
           END-IF
           PERFORM 3100-REPLAY-KEY-GROUP
           IF WS-GROUP-ROWS-APPLIED > ZERO
               IF WS-ARCH-SEED-FOUND
                   ADD 1 TO WS-ACCOUNTS-FROM-ARCHIVE
                   ADD WS-ARCH-SEED-BALANCE
                       TO WS-ARCHIVE-BALANCE-TOTAL
               ELSE
                   MOVE WS-GROUP-FIRST-RUN-DATE TO UACCT-STATUS-DATE
                   ADD 1 TO WS-ACCOUNTS-CREATED
               END-IF
               PERFORM 3800-WRITE-RECOVERED-RECORD
           ELSE
               ADD 1 TO WS-HIST-ONLY-KEYS
           END-IF.

      *    THE NEWEST IMAGE ARCHIVED ON OR BEFORE THE RECOVER-FROM
      *    DATE IS THE STATE THE ACCOUNT LEFT THE MASTER IN BEFORE
      *    THE BACKUP; ONCE LOADED, ITS BALANCE JOINS THE RECOVERY
      *    PROOF AS THE BACKUP'S DOES.  ARCHIVE IMAGES FOR KEYS THE
      *    BACKUP HOLDS ARE PASSED OVER HERE.
       3310-FIND-ARCHIVED-IMAGE.
           MOVE 'N' TO WS-ARCH-SEED-SWITCH
           PERFORM 2200-READ-ARCHIVE
               UNTIL WS-ARCH-END-OF-FILE
                   OR UARCH-KEY NOT < UTHST-KEY
           PERFORM 3320-CHECK-ARCHIVED-IMAGE
               UNTIL WS-ARCH-END-OF-FILE
                   OR UARCH-KEY NOT = UTHST-KEY.

       3320-CHECK-ARCHIVED-IMAGE.
           IF NOT WS-ARCH-SEED-FOUND
                   AND UARCH-ARCHIVE-DATE NOT > WS-RECOVER-DATE
               SET WS-ARCH-SEED-FOUND TO TRUE
               MOVE UARCH-ACCOUNT-IMAGE TO WS-ARCH-SEED-IMAGE
               MOVE UARCH-CURRENT-BALANCE TO WS-ARCH-SEED-BALANCE
           END-IF
           PERFORM 2200-READ-ARCHIVE.

      *    AN ACCOUNT WITH NOTHING TO REPLAY GOES ACROSS AS THE
      *    BACKUP HAD IT.  THE ALL-NINES PRIMING RECORD IS COPIED
      *    THROUGH UNCOUNTED - IT IS NOT AN ACCOUNT.
       3400-BACKUP-ONLY-KEY.
           IF UBKUP-KEY = '9999999999'
               MOVE UBKUP-RECORD TO UACCT-RECORD
               PERFORM 3850-WRITE-NEW-MASTER
               SET WS-PRIME-WRITTEN TO TRUE
           ELSE
               PERFORM 3200-LOAD-BACKUP-RECORD
               PERFORM 3800-WRITE-RECOVERED-RECORD
           END-IF
           PERFORM 2100-READ-BACKUP.

      *****************************************************
      *  3600/3650 - THE DAILY RUN'S POSTING AND REVERSAL *
      *  RULES, DRIVEN BY THE HISTORY ROW.  THE LAST-     *
      *  POSTED STAMP TAKES THE ROW'S RUN DATE AND        *
      *  SEQUENCE - THE CLOSEST RECORD THE HISTORY KEEPS  *
      *  OF THE NIGHT THAT POSTED IT.                     *
      *****************************************************
       3600-APPLY-TO-MASTER.
           MOVE UTHST-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           EVALUATE TRUE
               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                   ADD UTHST-AMOUNT TO UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       ADD UTHST-AMOUNT TO UACCT-PURCHASE-TOTAL
                   END-IF
                   PERFORM 3610-COUNT-TYPE-UP
                   ADD 1 TO UACCT-TRAN-COUNT
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   SUBTRACT UTHST-AMOUNT FROM UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       SUBTRACT UTHST-AMOUNT FROM UACCT-PURCHASE-TOTAL
                   END-IF
                   PERFORM 3610-COUNT-TYPE-UP
                   ADD 1 TO UACCT-TRAN-COUNT
               WHEN UTYPT-SIGN-REVERSE(UTYPT-SUB)
                   IF UACCT-TRAN-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-TRAN-COUNT
                   END-IF
                   PERFORM 3650-REVERSE-ON-MASTER
           END-EVALUATE
           IF UTHST-EFF-DATE > UACCT-LAST-ACTIVITY-DATE
               MOVE UTHST-EFF-DATE TO UACCT-LAST-ACTIVITY-DATE
           END-IF
           MOVE UTHST-RUN-DATE TO UACCT-LAST-POSTED-DATE
           MOVE UTHST-RUN-SEQ TO UACCT-LAST-POSTED-SEQ.

       3610-COUNT-TYPE-UP.
           EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
               WHEN 'PU'
                   ADD 1 TO UACCT-PU-COUNT
               WHEN 'PY'
                   ADD 1 TO UACCT-PY-COUNT
               WHEN 'RF'
                   ADD 1 TO UACCT-RF-COUNT
               WHEN 'AJ'
                   ADD 1 TO UACCT-AJ-COUNT
           END-EVALUATE.

       3650-REVERSE-ON-MASTER.
           MOVE UTHST-ORIG-TYPE-CODE TO UTYPT-SEEK-CODE
           PERFORM 2510-FIND-TYPE-CODE
           EVALUATE TRUE
               WHEN UTYPT-SIGN-ADD(UTYPT-SUB)
                   SUBTRACT UTHST-AMOUNT FROM UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       SUBTRACT UTHST-AMOUNT FROM UACCT-PURCHASE-TOTAL
                   END-IF
               WHEN UTYPT-SIGN-SUBTRACT(UTYPT-SUB)
                   ADD UTHST-AMOUNT TO UACCT-CURRENT-BALANCE
                   IF UTYPT-HITS-PURCHASE(UTYPT-SUB)
                       ADD UTHST-AMOUNT TO UACCT-PURCHASE-TOTAL
                   END-IF
           END-EVALUATE
           EVALUATE UTYPT-COUNT-AS(UTYPT-SUB)
               WHEN 'PU'
                   IF UACCT-PU-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-PU-COUNT
                   END-IF
               WHEN 'PY'
                   IF UACCT-PY-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-PY-COUNT
                   END-IF
               WHEN 'RF'
                   IF UACCT-RF-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-RF-COUNT
                   END-IF
               WHEN 'AJ'
                   IF UACCT-AJ-COUNT > ZERO
                       SUBTRACT 1 FROM UACCT-AJ-COUNT
                   END-IF
           END-EVALUATE.

       3700-PRINT-SKIPPED-ROW.
           MOVE UTHST-KEY TO WS-SKIP-KEY
           MOVE UTHST-RUN-DATE TO WS-SKIP-RUN-DATE
           MOVE UTHST-RUN-SEQ TO WS-SKIP-RUN-SEQ
           MOVE UTHST-TYPE-CODE TO WS-SKIP-TYPE-CODE
           MOVE UTHST-ORIG-TYPE-CODE TO WS-SKIP-ORIG-TYPE-CODE
           MOVE UTHST-AMOUNT TO WS-SKIP-AMOUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE URCVR-LINE FROM WS-SKIP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    THE TOTALS ARE TAKEN BEFORE THE WRITE - THE RECORD AREA
      *    IS NOT AVAILABLE ONCE THE RECORD HAS BEEN RELEASED.
       3800-WRITE-RECOVERED-RECORD.
           ADD 1 TO WS-ACCOUNTS-WRITTEN
           ADD UACCT-CURRENT-BALANCE TO WS-RECOVERED-BALANCE-TOTAL
           ADD UACCT-PURCHASE-TOTAL TO WS-RECOVERED-PURCHASE-TOTAL
           PERFORM 3850-WRITE-NEW-MASTER.

       3850-WRITE-NEW-MASTER.
           WRITE UACCT-RECORD
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *    A BACKUP TAKEN WITHOUT THE PRIMING RECORD STILL YIELDS
      *    A MASTER THE DAILY RUN CAN OPEN: THE ALL-NINES KEY AND
      *    SPACES, AS USETUPJB LOADS IT, SORTS LAST.
       3900-WRITE-PRIME-RECORD.
           IF NOT WS-PRIME-WRITTEN
               MOVE SPACES TO UACCT-RECORD
               MOVE '9999999999' TO UACCT-KEY
               PERFORM 3850-WRITE-NEW-MASTER
               SET WS-PRIME-WRITTEN TO TRUE
           END-IF.

      *****************************************************
      *  4000 - RECOVERY TOTALS.  THE BACKUP TOTAL PLUS   *
      *  THE ARCHIVED IMAGES RESTORED PLUS THE NET EFFECT *
      *  OF EVERY ROW REPLAYED MUST EQUAL THE TOTAL OF    *
      *  THE RECOVERED MASTER.                            *
      *****************************************************
       4000-PRINT-RECOVERY-TOTALS.
           COMPUTE WS-RECOVERY-DIFFERENCE =
               WS-RECOVERED-BALANCE-TOTAL
               - WS-BACKUP-BALANCE-TOTAL - WS-ARCHIVE-BALANCE-TOTAL
               - WS-REPLAY-NET
           IF WS-LINE-COUNT + 30 > WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           MOVE 'BACKUP ACCOUNTS READ..........' TO WS-COUNT-LABEL
           MOVE WS-BACKUP-ACCOUNTS TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'BACKUP LATEST POSTING DATE....' TO WS-DATE-LABEL
           MOVE WS-BACKUP-LAST-POSTED TO WS-DATE-VALUE
           WRITE URCVR-LINE FROM WS-DATE-LINE
           MOVE 'BACKUP POSTED AFTER RECOVER DT' TO WS-COUNT-LABEL
           MOVE WS-BACKUP-AHEAD-COUNT TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           MOVE 'HISTORY ROWS READ.............' TO WS-COUNT-LABEL
           MOVE WS-HIST-ROWS-READ TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS ALREADY IN BACKUP........' TO WS-COUNT-LABEL
           MOVE WS-ROWS-IN-BACKUP TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS APPLIED..................' TO WS-COUNT-LABEL
           MOVE WS-ROWS-APPLIED TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS SKIPPED..................' TO WS-COUNT-LABEL
           MOVE WS-ROWS-SKIPPED TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           MOVE 'ACCOUNTS TOUCHED..............' TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-TOUCHED TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS CREATED FROM HISTORY.' TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-CREATED TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS RESTORED FROM ARCHIVE' TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-FROM-ARCHIVE TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY KEYS NOT LOADED.......' TO WS-COUNT-LABEL
           MOVE WS-HIST-ONLY-KEYS TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS LOADED TO NEW MASTER.' TO WS-COUNT-LABEL
           MOVE WS-ACCOUNTS-WRITTEN TO WS-COUNT-VALUE
           WRITE URCVR-LINE FROM WS-COUNT-LINE
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           MOVE 'BACKUP BALANCE TOTAL..........' TO WS-AMOUNT-LABEL
           MOVE WS-BACKUP-BALANCE-TOTAL TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           MOVE 'ARCHIVED BALANCE RESTORED.....' TO WS-AMOUNT-LABEL
           MOVE WS-ARCHIVE-BALANCE-TOTAL TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           MOVE 'NET OF ROWS APPLIED...........' TO WS-AMOUNT-LABEL
           MOVE WS-REPLAY-NET TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           MOVE 'RECOVERED BALANCE TOTAL.......' TO WS-AMOUNT-LABEL
           MOVE WS-RECOVERED-BALANCE-TOTAL TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           MOVE 'RECOVERY PROOF DIFFERENCE.....' TO WS-AMOUNT-LABEL
           MOVE WS-RECOVERY-DIFFERENCE TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           MOVE 'BACKUP PURCHASE TOTAL.........' TO WS-AMOUNT-LABEL
           MOVE WS-BACKUP-PURCHASE-TOTAL TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           MOVE 'RECOVERED PURCHASE TOTAL......' TO WS-AMOUNT-LABEL
           MOVE WS-RECOVERED-PURCHASE-TOTAL TO WS-AMOUNT-VALUE
           WRITE URCVR-LINE FROM WS-AMOUNT-LINE
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           IF WS-BACKUP-AHEAD-COUNT > ZERO
               MOVE 'WARNING: BACKUP POSTED AFTER RECOVER-FROM DATE'
                   TO WS-TEXT
               WRITE URCVR-LINE FROM WS-TEXT-LINE
           END-IF
           IF WS-ROWS-SKIPPED > ZERO
               MOVE 'WARNING: ROWS NOT REPLAYED - SEE LIST ABOVE'
                   TO WS-TEXT
               WRITE URCVR-LINE FROM WS-TEXT-LINE
           END-IF
           IF WS-RECOVERY-DIFFERENCE NOT = ZERO
               MOVE '*** RECOVERY TOTALS DO NOT PROVE ***' TO WS-TEXT
               WRITE URCVR-LINE FROM WS-TEXT-LINE
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE-NUMBER
           MOVE WS-RECOVER-DATE TO WS-HDG-RECOVER-DATE
           IF WS-PAGE-COUNT = 1
               WRITE URCVR-LINE FROM WS-HEADING-1
           ELSE
               WRITE URCVR-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE URCVR-LINE FROM WS-HEADING-2
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           WRITE URCVR-LINE FROM WS-SKIP-COLUMN-HEADING
           WRITE URCVR-LINE FROM WS-BLANK-LINE
           MOVE 5 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE UBKUP-FILE
           CLOSE UTHST-FILE
           CLOSE UARCH-FILE
           CLOSE UACCT-FILE
           CLOSE URCVR-FILE
           DISPLAY 'UACCTRCV RUN SUMMARY'
           DISPLAY '  RECOVER FROM......: ' WS-RECOVER-DATE
           DISPLAY '  BACKUP ACCOUNTS...: ' WS-BACKUP-ACCOUNTS
           DISPLAY '  ROWS APPLIED......: ' WS-ROWS-APPLIED
           DISPLAY '  ROWS SKIPPED......: ' WS-ROWS-SKIPPED
           DISPLAY '  ACCOUNTS TOUCHED..: ' WS-ACCOUNTS-TOUCHED
           DISPLAY '  FROM ARCHIVE......: ' WS-ACCOUNTS-FROM-ARCHIVE
           DISPLAY '  ACCOUNTS LOADED...: ' WS-ACCOUNTS-WRITTEN
           IF WS-RECOVERY-DIFFERENCE NOT = ZERO
               DISPLAY 'UACCTRCV *** RECOVERY TOTALS DO NOT PROVE ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ROWS-SKIPPED > ZERO
                       OR WS-BACKUP-AHEAD-COUNT > ZERO
                   DISPLAY 'UACCTRCV WARNING: SEE RECOVERY REPORT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UACCTRCV *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
