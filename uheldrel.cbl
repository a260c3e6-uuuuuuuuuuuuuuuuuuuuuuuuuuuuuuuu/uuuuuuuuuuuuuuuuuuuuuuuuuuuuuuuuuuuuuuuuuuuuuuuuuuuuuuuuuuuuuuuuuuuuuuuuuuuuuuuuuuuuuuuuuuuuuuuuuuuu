       IDENTIFICATION DIVISION.
       PROGRAM-ID. UHELDREL.

      *****************************************************
      *  HELD-ITEM RELEASE - THE RISK DESK'S SANCTIONED   *
      *  WAY TO WORK OFF THE ITEMS THE DAILY RUN HELD FOR *
      *  REVIEW.  READS THE STANDING HELD QUEUE (HELDQ)   *
      *  TOGETHER WITH THE DESK'S RELEASE/DECLINE CARDS   *
      *  (URLSCREC) AND APPLIES EACH MATCHED DECISION:    *
      *    RELEASE - THE ITEM IS WRITTEN AS AN ORDINARY   *
      *              DETAIL TO THE RELEASE FEED, WHICH    *
      *              THE NEXT NIGHT'S RUN READS AS PART   *
      *              OF TRANIN UNDER THE FEED ID          *
      *              '*RELEASE'.  IT GOES THROUGH THE     *
      *              EDITS AGAIN BUT NOT THROUGH REVIEW,  *
      *              CARRYING ITS ORIGINAL FEED ID AND    *
      *              BUSINESS DATE SO THAT NIGHT'S RUN    *
      *              RETURNS THE OUTCOME TO ITS REGION.   *
      *    DECLINE - THE ITEM NEVER POSTS.  IT IS         *
      *              RETURNED TO ITS REGION AS DECLINED   *
      *              ON THE ACKNOWLEDGMENT FEED, IN A     *
      *              SECTION OF ITS OWN UNDER THE         *
      *              ORIGINAL FEED ID AND BUSINESS DATE,  *
      *              WHICH THE NEXT NIGHT'S RUN APPENDS   *
      *              TO ITS OWN ACKNOWLEDGMENTS.          *
      *  RELEASES NOT YET TAKEN BY A NIGHTLY RUN ARE      *
      *  CARRIED INTO THE NEW RELEASE FEED, SO THE DESK   *
      *  MAY RUN MORE THAN ONCE A DAY.  UNDECIDED ITEMS   *
      *  ARE CARRIED INTO A REPLACEMENT QUEUE, WHICH THE  *
      *  JCL SWAPS BACK OVER HELDQ AS USUSPJOB DOES FOR   *
      *  THE SUSPENSE CARRY.  EVERY DECISION PRINTS ON A  *
      *  REGISTER THE DESK SIGNS.  RUN ON DEMAND FROM     *
      *  UHLDRJOB, OUTSIDE THE NIGHTLY WINDOW.  A CARD    *
      *  THAT MATCHES NO HELD ITEM PRINTS ON THE REGISTER *
      *  AND SETS RC 4.                                   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCTRL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCTRL-FILE-STATUS.

           SELECT UHELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UHELD-IN-FILE-STATUS.

           SELECT URLSC-FILE ASSIGN TO RLSCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URLSC-FILE-STATUS.

      *    RELIN IS THE RELEASE FEED AS IT STANDS (EMPTY ONCE A
      *    NIGHTLY RUN HAS TAKEN IT); RELOUT IS ITS REPLACEMENT.
           SELECT UREL-IN-FILE ASSIGN TO RELIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UREL-IN-FILE-STATUS.

           SELECT UHELD-OUT-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UHELD-OUT-FILE-STATUS.

           SELECT UREL-OUT-FILE ASSIGN TO RELOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UREL-OUT-FILE-STATUS.

      *    THIS RUN'S DECLINE ACKNOWLEDGMENTS ONLY, TO A NEW WORK
      *    FILE.  THE JCL APPENDS IT TO THE DECLINES WAITING FOR
      *    THE NEXT NIGHTLY RUN ONLY WHEN THE RUN ENDS CLEAN, SO A
      *    FAILED RUN CAN BE RERUN WITHOUT ACKNOWLEDGING ITS
      *    DECLINES TWICE.
           SELECT UACKF-FILE ASSIGN TO ACKDECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UACKF-FILE-STATUS.

           SELECT URREG-FILE ASSIGN TO RLSREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UCTRLREC.

       FD  UHELD-IN-FILE
           RECORDING MODE IS F.
       COPY UHELDREC
           REPLACING ==UHELD-RECORD==        BY ==UHELD-IN-RECORD==
                     ==UHELD-HOLD-DATE==     BY ==UHELD-IN-HOLD-DATE==
                     ==UHELD-HOLD-SEQ==      BY ==UHELD-IN-HOLD-SEQ==
                     ==UHELD-FEED-ID==       BY ==UHELD-IN-FEED-ID==
                     ==UHELD-FEED-BUS-DATE==
                         BY ==UHELD-IN-FEED-BUS-DATE==
                     ==UHELD-KEY==           BY ==UHELD-IN-KEY==
                     ==UHELD-AMOUNT==        BY ==UHELD-IN-AMOUNT==
                     ==UHELD-EFF-DATE==      BY ==UHELD-IN-EFF-DATE==
                     ==UHELD-TYPE-CODE==     BY ==UHELD-IN-TYPE-CODE==
                     ==UHELD-RULE-CEILING==
                         BY ==UHELD-IN-RULE-CEILING==
                     ==UHELD-RULE-COUNT==    BY ==UHELD-IN-RULE-COUNT==
                     ==UHELD-RULE-NET==      BY ==UHELD-IN-RULE-NET==
                     ==UHELD-RULE==          BY ==UHELD-IN-RULE==.

       FD  URLSC-FILE
           RECORDING MODE IS F.
       COPY URLSCREC.

       FD  UREL-IN-FILE
           RECORDING MODE IS F.
       COPY UTRANREC
           REPLACING ==UTRAN-RECORD==       BY ==UREL-IN-RECORD==
                     ==UTRAN-REC-TYPE==     BY ==UREL-IN-REC-TYPE==
                     ==UTRAN-TYPE-HEADER==  BY ==UREL-IN-TYPE-HEADER==
                     ==UTRAN-TYPE-DETAIL==  BY ==UREL-IN-TYPE-DETAIL==
                     ==UTRAN-TYPE-TRAILER== BY ==UREL-IN-TYPE-TRAILER==
                     ==UTRAN-HEADER-DATA==  BY ==UREL-IN-HEADER-DATA==
                     ==UTRAN-HDR-FEED-ID==  BY ==UREL-IN-HDR-FEED-ID==
                     ==UTRAN-HDR-BUS-DATE== BY ==UREL-IN-HDR-BUS-DATE==
                     ==UTRAN-DETAIL-DATA==  BY ==UREL-IN-DETAIL-DATA==
                     ==UTRAN-KEY==          BY ==UREL-IN-KEY==
                     ==UTRAN-AMOUNT==       BY ==UREL-IN-AMOUNT==
                     ==UTRAN-EFF-DATE==     BY ==UREL-IN-EFF-DATE==
                     ==UTRAN-TYPE-CODE==    BY ==UREL-IN-TYPE-CODE==
                     ==UTRAN-RECYCLE-COUNT==
                         BY ==UREL-IN-RECYCLE-COUNT==
                     ==UTRAN-ORIG-REJECT-DATE==
                         BY ==UREL-IN-ORIG-REJECT-DATE==
                     ==UTRAN-HELD-FEED-ID==
                         BY ==UREL-IN-HELD-FEED-ID==
                     ==UTRAN-HELD-BUS-DATE==
                         BY ==UREL-IN-HELD-BUS-DATE==
                     ==UTRAN-TRAILER-DATA==
                         BY ==UREL-IN-TRAILER-DATA==
                     ==UTRAN-TRLR-REC-COUNT==
                         BY ==UREL-IN-TRLR-REC-COUNT==
                     ==UTRAN-TRLR-AMOUNT-TOTAL==
                         BY ==UREL-IN-TRLR-AMOUNT-TOTAL==.

       FD  UHELD-OUT-FILE
           RECORDING MODE IS F.
       COPY UHELDREC.

       FD  UREL-OUT-FILE
           RECORDING MODE IS F.
       COPY UTRANREC.

       FD  UACKF-FILE
           RECORDING MODE IS F.
       COPY UACKREC.

       FD  URREG-FILE
           RECORDING MODE IS F.
       01  URREG-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHELD-IN-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-URLSC-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UREL-IN-FILE-STATUS      PIC X(02) VALUE '00'.
           05  WS-UHELD-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-UREL-OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-UACKF-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-URREG-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HELD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HELD-END-OF-FILE         VALUE 'Y'.
           05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARD-END-OF-FILE         VALUE 'Y'.
           05  WS-REL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-REL-END-OF-FILE          VALUE 'Y'.
           05  WS-CARD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CARD-FOUND               VALUE 'Y'.
      *    THE RELEASE FEED'S HEADER IS WRITTEN WITH ITS FIRST
      *    DETAIL, SO A RUN THAT RELEASES NOTHING (AND HAS NOTHING
      *    PENDING) LEAVES THE FEED EMPTY RATHER THAN SENDING THE
      *    NIGHT AN EMPTY FEED TO RECONCILE.
           05  WS-REL-HEADER-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-REL-HEADER-WRITTEN       VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

      *****************************************************
      *  THE DESK'S CARDS ARE HELD IN CORE AND EACH HELD  *
      *  ITEM IS MATCHED AGAINST THEM ON ITS HOLD DATE    *
      *  AND HOLD SEQUENCE, WITH THE KEY AS A CROSS-      *
      *  CHECK, SO A CARD CAN NEVER RELEASE OR DECLINE A  *
      *  DIFFERENT ITEM THAN THE ONE THE DESK MEANT.      *
      *****************************************************
       01  WS-CARD-CONTROL.
           05  WS-CARD-MAX                 PIC S9(04) COMP VALUE +200.
           05  WS-CARD-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  WS-CARD-ACTION          PIC X(01).
                   88  WS-CARD-RELEASE         VALUE 'R'.
                   88  WS-CARD-DECLINE         VALUE 'D'.
               10  WS-CARD-HOLD-DATE       PIC 9(08).
               10  WS-CARD-HOLD-SEQ        PIC 9(09).
               10  WS-CARD-KEY             PIC X(10).
               10  WS-CARD-REASON          PIC X(30).
               10  WS-CARD-USED-SWITCH     PIC X(01).
                   88  WS-CARD-USED            VALUE 'Y'.

       01  WS-RELEASE-COUNTERS.
           05  WS-ITEMS-READ               PIC 9(09) VALUE ZERO.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-RELEASED                 PIC 9(09) VALUE ZERO.
           05  WS-DECLINED                 PIC 9(09) VALUE ZERO.
           05  WS-DECLINES-NOT-RETURNED    PIC 9(09) VALUE ZERO.
           05  WS-CARRIED                  PIC 9(09) VALUE ZERO.
           05  WS-CARDS-UNMATCHED          PIC 9(09) VALUE ZERO.
           05  WS-PENDING-CARRIED          PIC 9(09) VALUE ZERO.
           05  WS-REL-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-REL-AMOUNT-TOTAL         PIC S9(9)V99 COMP-3
                                                VALUE ZERO.

       01  WS-REL-HOLD-RECORD              PIC X(78) VALUE SPACES.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-REG-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UHELDREL - HELD ITEM RELEASE/DECLINE'.
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
               10  FILLER                  PIC X(10) VALUE 'HELD ON'.
               10  FILLER                  PIC X(11) VALUE 'HOLD SEQ'.
               10  FILLER                  PIC X(12) VALUE 'KEY'.
               10  FILLER                  PIC X(18) VALUE 'AMOUNT'.
               10  FILLER                  PIC X(10) VALUE 'FEED'.
               10  FILLER                  PIC X(16) VALUE 'ACTION'.
               10  FILLER                  PIC X(30) VALUE 'REASON'.
               10  FILLER                  PIC X(24) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REG-HOLD-DATE        PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-HOLD-SEQ         PIC 9(09).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-KEY              PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REG-FEED             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-ACTION           PIC X(14).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REG-REASON           PIC X(30).
               10  FILLER                  PIC X(24) VALUE SPACES.
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
           PERFORM 2000-READ-HELD-ITEM
           PERFORM UNTIL WS-HELD-END-OF-FILE
               PERFORM 3000-DECIDE-OR-CARRY
               PERFORM 2000-READ-HELD-ITEM
           END-PERFORM
           PERFORM 7000-REPORT-UNMATCHED-CARDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-FILE
           OPEN INPUT UHELD-IN-FILE
           IF WS-UHELD-IN-FILE-STATUS NOT = '00'
               MOVE 'HELDIN  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-IN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UHELD-OUT-FILE
           IF WS-UHELD-OUT-FILE-STATUS NOT = '00'
               MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-OUT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UREL-OUT-FILE
           IF WS-UREL-OUT-FILE-STATUS NOT = '00'
               MOVE 'RELOUT  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UREL-OUT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT UACKF-FILE
           IF WS-UACKF-FILE-STATUS NOT = '00'
               MOVE 'ACKDECL ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACKF-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT URREG-FILE
           IF WS-URREG-FILE-STATUS NOT = '00'
               MOVE 'RLSREG  ' TO WS-ABEND-FILE-NAME
               MOVE WS-URREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1100-LOAD-RELEASE-CARDS
           PERFORM 1200-CARRY-PENDING-RELEASES
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
                   DISPLAY 'UHELDREL WARNING: CONTROL FILE EMPTY, '
                           'USING DEFAULTS'
               NOT AT END
                   MOVE UCTL-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE UCTRL-FILE
           IF WS-RUN-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       1100-LOAD-RELEASE-CARDS.
           OPEN INPUT URLSC-FILE
           IF WS-URLSC-FILE-STATUS NOT = '00'
               MOVE 'RLSCARD ' TO WS-ABEND-FILE-NAME
               MOVE WS-URLSC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1150-LOAD-ONE-CARD
               UNTIL WS-CARD-END-OF-FILE
           CLOSE URLSC-FILE.

       1150-LOAD-ONE-CARD.
           READ URLSC-FILE
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
      *            A CARD THE DESK MIS-KEYED IS STOPPED AT LOAD,
      *            BEFORE ANYTHING HAS BEEN RELEASED OR DECLINED, SO
      *            THE WHOLE BATCH IS RE-PRESENTED ONCE THE CARD IS
      *            FIXED.
                   IF (NOT URLSC-ACTION-RELEASE
                           AND NOT URLSC-ACTION-DECLINE)
                           OR URLSC-HOLD-DATE NOT NUMERIC
                           OR URLSC-HOLD-SEQ NOT NUMERIC
                           OR URLSC-KEY = SPACES
                       DISPLAY 'UHELDREL *** INVALID RELEASE CARD '
                               'FOR KEY ' URLSC-KEY ' ***'
                       PERFORM 9950-ABEND-WRAPUP
                   END-IF
                   IF WS-CARD-COUNT >= WS-CARD-MAX
                       DISPLAY 'UHELDREL *** RELEASE CARD TABLE '
                               'FULL AT ' WS-CARD-MAX ' CARDS ***'
                       PERFORM 9950-ABEND-WRAPUP
                   END-IF
                   ADD 1 TO WS-CARD-COUNT
                   MOVE URLSC-ACTION
                       TO WS-CARD-ACTION(WS-CARD-COUNT)
                   MOVE URLSC-HOLD-DATE
                       TO WS-CARD-HOLD-DATE(WS-CARD-COUNT)
                   MOVE URLSC-HOLD-SEQ
                       TO WS-CARD-HOLD-SEQ(WS-CARD-COUNT)
                   MOVE URLSC-KEY TO WS-CARD-KEY(WS-CARD-COUNT)
                   MOVE URLSC-REASON
                       TO WS-CARD-REASON(WS-CARD-COUNT)
                   MOVE 'N' TO WS-CARD-USED-SWITCH(WS-CARD-COUNT)
           END-READ.

      *****************************************************
      *  1200 - RELEASES AN EARLIER DESK RUN WROTE THAT   *
      *  NO NIGHTLY RUN HAS TAKEN YET.  THEIR DETAILS     *
      *  ARE COPIED INTO THE NEW RELEASE FEED AHEAD OF    *
      *  TODAY'S; THE OLD HEADER AND TRAILER ARE DROPPED  *
      *  AND REBUILT AROUND THE COMBINED FEED.            *
      *****************************************************
       1200-CARRY-PENDING-RELEASES.
           OPEN INPUT UREL-IN-FILE
           IF WS-UREL-IN-FILE-STATUS NOT = '00'
               MOVE 'RELIN   ' TO WS-ABEND-FILE-NAME
               MOVE WS-UREL-IN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1250-CARRY-ONE-PENDING
               UNTIL WS-REL-END-OF-FILE
           CLOSE UREL-IN-FILE.

       1250-CARRY-ONE-PENDING.
           READ UREL-IN-FILE
               AT END
                   SET WS-REL-END-OF-FILE TO TRUE
               NOT AT END
                   IF UREL-IN-TYPE-DETAIL
                       ADD 1 TO WS-PENDING-CARRIED
                       MOVE UREL-IN-RECORD TO UTRAN-RECORD
                       PERFORM 3700-WRITE-RELEASE-DETAIL
                   END-IF
           END-READ
           IF WS-UREL-IN-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'RELIN   ' TO WS-ABEND-FILE-NAME
               MOVE WS-UREL-IN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

       2000-READ-HELD-ITEM.
           READ UHELD-IN-FILE
               AT END
                   SET WS-HELD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ
           IF WS-UHELD-IN-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'HELDIN  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-IN-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  3000 - ONE HELD ITEM: FIND ITS CARD AND APPLY    *
      *  THE DESK'S DECISION, OR CARRY IT FORWARD         *
      *  UNTOUCHED.  A CARD IS SPENT ONCE IT HAS DECIDED  *
      *  ONE ITEM.                                        *
      *****************************************************
       3000-DECIDE-OR-CARRY.
           MOVE 'N' TO WS-CARD-FOUND-SWITCH
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                       OR WS-CARD-FOUND
               IF NOT WS-CARD-USED(WS-CARD-SUB)
                       AND WS-CARD-HOLD-DATE(WS-CARD-SUB)
                           = UHELD-IN-HOLD-DATE
                       AND WS-CARD-HOLD-SEQ(WS-CARD-SUB)
                           = UHELD-IN-HOLD-SEQ
                       AND WS-CARD-KEY(WS-CARD-SUB) = UHELD-IN-KEY
                   SET WS-CARD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CARD-FOUND
               SUBTRACT 1 FROM WS-CARD-SUB
               SET WS-CARD-USED(WS-CARD-SUB) TO TRUE
               EVALUATE TRUE
                   WHEN WS-CARD-RELEASE(WS-CARD-SUB)
                       PERFORM 4000-APPLY-RELEASE
                   WHEN WS-CARD-DECLINE(WS-CARD-SUB)
                       PERFORM 5000-APPLY-DECLINE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CARRIED
               MOVE UHELD-IN-RECORD TO UHELD-RECORD
               WRITE UHELD-RECORD
               IF WS-UHELD-OUT-FILE-STATUS NOT = '00'
                   MOVE 'HELDOUT ' TO WS-ABEND-FILE-NAME
                   MOVE WS-UHELD-OUT-FILE-STATUS
                       TO WS-ABEND-FILE-STATUS
                   PERFORM 9910-ABEND-FILE-IO
               END-IF
           END-IF.

       3500-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE UHELD-IN-HOLD-DATE TO WS-REG-HOLD-DATE
           MOVE UHELD-IN-HOLD-SEQ TO WS-REG-HOLD-SEQ
           MOVE UHELD-IN-KEY TO WS-REG-KEY
           MOVE UHELD-IN-AMOUNT TO WS-REG-AMOUNT
           MOVE UHELD-IN-FEED-ID TO WS-REG-FEED
           MOVE WS-CARD-REASON(WS-CARD-SUB) TO WS-REG-REASON
           WRITE URREG-LINE FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3700-WRITE-RELEASE-DETAIL.
           IF NOT WS-REL-HEADER-WRITTEN
               MOVE UTRAN-RECORD TO WS-REL-HOLD-RECORD
               MOVE SPACES TO UTRAN-RECORD
               SET UTRAN-TYPE-HEADER TO TRUE
               MOVE '*RELEASE' TO UTRAN-HDR-FEED-ID
               MOVE WS-RUN-DATE TO UTRAN-HDR-BUS-DATE
               PERFORM 3750-WRITE-RELEASE-RECORD
               SET WS-REL-HEADER-WRITTEN TO TRUE
               MOVE WS-REL-HOLD-RECORD TO UTRAN-RECORD
           END-IF
           ADD 1 TO WS-REL-DETAIL-COUNT
           ADD UTRAN-AMOUNT TO WS-REL-AMOUNT-TOTAL
           PERFORM 3750-WRITE-RELEASE-RECORD.

       3750-WRITE-RELEASE-RECORD.
           WRITE UTRAN-RECORD
           IF WS-UREL-OUT-FILE-STATUS NOT = '00'
               MOVE 'RELOUT  ' TO WS-ABEND-FILE-NAME
               MOVE WS-UREL-OUT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  4000 - RELEASE.  THE ITEM GOES INTO THE RELEASE  *
      *  FEED AS THE REGION SENT IT - RECYCLE STAMP LEFT  *
      *  SPACES, AS ON ANY UPSTREAM DETAIL - SO THE       *
      *  NIGHTLY EDITS, POSTING, AND DUPLICATE CHECK      *
      *  TREAT IT EXACTLY AS THEY WOULD HAVE.             *
      *****************************************************
       4000-APPLY-RELEASE.
           ADD 1 TO WS-RELEASED
           MOVE SPACES TO UTRAN-RECORD
           SET UTRAN-TYPE-DETAIL TO TRUE
           MOVE UHELD-IN-KEY TO UTRAN-KEY
           MOVE UHELD-IN-AMOUNT TO UTRAN-AMOUNT
           MOVE UHELD-IN-EFF-DATE TO UTRAN-EFF-DATE
           MOVE UHELD-IN-TYPE-CODE TO UTRAN-TYPE-CODE
      *    THE ORIGINAL REGION RIDES ALONG SO THE NIGHT THAT POSTS
      *    THE ITEM CAN TELL IT THE OUTCOME.  AN ITEM HELD FROM A
      *    '*' POOL HAS NO REGION AND CARRIES SPACES.
           IF UHELD-IN-FEED-ID(1:1) NOT = '*'
               MOVE UHELD-IN-FEED-ID TO UTRAN-HELD-FEED-ID
               MOVE UHELD-IN-FEED-BUS-DATE TO UTRAN-HELD-BUS-DATE
           END-IF
           PERFORM 3700-WRITE-RELEASE-DETAIL
           MOVE 'RELEASED' TO WS-REG-ACTION
           PERFORM 3500-PRINT-REGISTER-LINE.

      *****************************************************
      *  5000 - DECLINE.  NOTHING POSTS; THE ITEM LEAVES  *
      *  THE QUEUE AND ITS REGION IS TOLD.  AN ITEM HELD  *
      *  FROM ONE OF THE RUN'S OWN '*' POOLS (A RECYCLED  *
      *  RE-PRESENTATION) HAS NO REGION TO TELL AND IS    *
      *  ONLY PRINTED.                                    *
      *****************************************************
       5000-APPLY-DECLINE.
           ADD 1 TO WS-DECLINED
           IF UHELD-IN-FEED-ID(1:1) = '*'
               ADD 1 TO WS-DECLINES-NOT-RETURNED
           ELSE
               PERFORM 5100-RETURN-DECLINE
           END-IF
           MOVE 'DECLINED' TO WS-REG-ACTION
           PERFORM 3500-PRINT-REGISTER-LINE.

       5100-RETURN-DECLINE.
           MOVE SPACES TO UACK-RECORD
           SET UACK-TYPE-HEADER TO TRUE
           MOVE UHELD-IN-FEED-ID TO UACK-FEED-ID
           MOVE UHELD-IN-FEED-BUS-DATE TO UACK-HDR-BUS-DATE
           MOVE WS-RUN-DATE TO UACK-HDR-RUN-DATE
           PERFORM 5200-WRITE-ACK-RECORD
           MOVE SPACES TO UACK-RECORD
           SET UACK-TYPE-DETAIL TO TRUE
           MOVE UHELD-IN-FEED-ID TO UACK-FEED-ID
           MOVE UHELD-IN-KEY TO UACK-DTL-KEY
           MOVE UHELD-IN-EFF-DATE TO UACK-DTL-EFF-DATE
           MOVE UHELD-IN-AMOUNT TO UACK-DTL-AMOUNT
           SET UACK-DISP-DECLINED TO TRUE
           IF WS-CARD-REASON(WS-CARD-SUB) = SPACES
               MOVE 'DECLINED BY RISK REVIEW' TO UACK-DTL-REASON
           ELSE
               MOVE WS-CARD-REASON(WS-CARD-SUB) TO UACK-DTL-REASON
           END-IF
           PERFORM 5200-WRITE-ACK-RECORD
           MOVE SPACES TO UACK-RECORD
           SET UACK-TYPE-TRAILER TO TRUE
           MOVE UHELD-IN-FEED-ID TO UACK-FEED-ID
           MOVE ZERO TO UACK-TRLR-ACCEPTED
           MOVE ZERO TO UACK-TRLR-REJECTED
           MOVE ZERO TO UACK-TRLR-SUSPENDED
           MOVE ZERO TO UACK-TRLR-SKIPPED
           MOVE ZERO TO UACK-TRLR-HELD
           MOVE 1 TO UACK-TRLR-DECLINED
           PERFORM 5200-WRITE-ACK-RECORD.

       5200-WRITE-ACK-RECORD.
           WRITE UACK-RECORD
           IF WS-UACKF-FILE-STATUS NOT = '00'
               MOVE 'ACKDECL ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACKF-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9910-ABEND-FILE-IO
           END-IF.

      *****************************************************
      *  7000 - EVERY CARD THE DESK PREPARED MUST         *
      *  ACCOUNT FOR ITSELF.  A CARD THAT MATCHED NO      *
      *  HELD ITEM - WRONG DATE, WRONG SEQUENCE, OR A KEY *
      *  THAT DOES NOT AGREE - PRINTS HERE AND SETS RC 4  *
      *  SO THE DESK RECONCILES ITS CARDS BEFORE SIGNING. *
      *****************************************************
       7000-REPORT-UNMATCHED-CARDS.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               PERFORM 7100-REPORT-ONE-CARD
           END-PERFORM.

       7100-REPORT-ONE-CARD.
           IF NOT WS-CARD-USED(WS-CARD-SUB)
               ADD 1 TO WS-CARDS-UNMATCHED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 8000-PRINT-PAGE-HEADING
               END-IF
               MOVE WS-CARD-HOLD-DATE(WS-CARD-SUB) TO WS-REG-HOLD-DATE
               MOVE WS-CARD-HOLD-SEQ(WS-CARD-SUB) TO WS-REG-HOLD-SEQ
               MOVE WS-CARD-KEY(WS-CARD-SUB) TO WS-REG-KEY
               MOVE ZERO TO WS-REG-AMOUNT
               MOVE SPACES TO WS-REG-FEED
               MOVE 'NO HELD MATCH' TO WS-REG-ACTION
               MOVE WS-CARD-REASON(WS-CARD-SUB) TO WS-REG-REASON
               WRITE URREG-LINE FROM WS-REG-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-REG-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-REG-RUN-DATE
           IF WS-PAGE-COUNT = 1
               WRITE URREG-LINE FROM WS-REG-HEADING-1
           ELSE
               WRITE URREG-LINE FROM WS-REG-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE URREG-LINE FROM WS-REG-HEADING-2
           WRITE URREG-LINE FROM WS-REG-BLANK-LINE
           WRITE URREG-LINE FROM WS-REG-COLUMN-HEADING
           WRITE URREG-LINE FROM WS-REG-BLANK-LINE
           MOVE 5 TO WS-LINE-COUNT.

       9000-TERMINATE.
      *    THE RELEASE FEED CLOSES WITH ITS OWN TRAILER SO THE
      *    NIGHTLY RUN RECONCILES IT LIKE ANY OTHER FEED.
           IF WS-REL-HEADER-WRITTEN
               MOVE SPACES TO UTRAN-RECORD
               SET UTRAN-TYPE-TRAILER TO TRUE
               MOVE WS-REL-DETAIL-COUNT TO UTRAN-TRLR-REC-COUNT
               MOVE WS-REL-AMOUNT-TOTAL TO UTRAN-TRLR-AMOUNT-TOTAL
               PERFORM 3750-WRITE-RELEASE-RECORD
           END-IF
           CLOSE UHELD-IN-FILE
           CLOSE UHELD-OUT-FILE
           CLOSE UREL-OUT-FILE
           CLOSE UACKF-FILE
           WRITE URREG-LINE FROM WS-REG-BLANK-LINE
           MOVE 'HELD ITEMS READ...............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-ITEMS-READ TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'RELEASE CARDS READ............'
               TO WS-REG-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'RELEASED......................'
               TO WS-REG-COUNT-LABEL
           MOVE WS-RELEASED TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'DECLINED......................'
               TO WS-REG-COUNT-LABEL
           MOVE WS-DECLINED TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE '  NO REGION TO RETURN TO......'
               TO WS-REG-COUNT-LABEL
           MOVE WS-DECLINES-NOT-RETURNED TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'STILL HELD (CARRIED)..........'
               TO WS-REG-COUNT-LABEL
           MOVE WS-CARRIED TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'EARLIER RELEASES STILL PENDING'
               TO WS-REG-COUNT-LABEL
           MOVE WS-PENDING-CARRIED TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           MOVE 'CARDS WITH NO HELD MATCH......'
               TO WS-REG-COUNT-LABEL
           MOVE WS-CARDS-UNMATCHED TO WS-REG-COUNT-VALUE
           WRITE URREG-LINE FROM WS-REG-COUNT-LINE
           WRITE URREG-LINE FROM WS-REG-BLANK-LINE
           WRITE URREG-LINE FROM WS-REG-SIGNOFF-LINE
           CLOSE URREG-FILE
           DISPLAY 'UHELDREL RUN SUMMARY'
           DISPLAY '  HELD ITEMS READ...: ' WS-ITEMS-READ
           DISPLAY '  RELEASED..........: ' WS-RELEASED
           DISPLAY '  DECLINED..........: ' WS-DECLINED
           DISPLAY '  STILL HELD........: ' WS-CARRIED
           DISPLAY '  PENDING CARRIED...: ' WS-PENDING-CARRIED
           DISPLAY '  CARDS UNMATCHED...: ' WS-CARDS-UNMATCHED
           IF WS-CARDS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UHELDREL *** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           PERFORM 9950-ABEND-WRAPUP.

       9910-ABEND-FILE-IO.
           DISPLAY 'UHELDREL *** I-O FAILED FOR ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           PERFORM 9950-ABEND-WRAPUP.

       9950-ABEND-WRAPUP.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
