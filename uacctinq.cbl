       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCTINQ.

      *****************************************************
      *  SINGLE-ACCOUNT RESEARCH REPORT.  DRIVEN BY A     *
      *  DECK OF KEY CARDS (KEYCARDS, ONE ACCOUNT KEY IN  *
      *  COLUMNS 1-10 PER CARD), IT PRINTS ONE            *
      *  CONSOLIDATED REPORT PER KEY FROM EVERY FILE THE  *
      *  SYSTEM KEEPS ABOUT AN ACCOUNT:                   *
      *    - THE ACCOUNT MASTER RECORD (ACCTMST), OR THE  *
      *      ARCHIVED IMAGE (ACCTARCX) FOR AN ACCOUNT     *
      *      ARCHIVED OFF IT                              *
      *    - EVERY TRANHIST ROW, WITH STATUS AND FEED ID  *
      *    - EVERY LIVE DUPHIST IDENTITY - WHAT A         *
      *      REVERSAL CAN STILL TARGET                    *
      *    - OPEN ORPHAN REFUND SUSPENSE, WITH ITS AGE    *
      *    - THE LAST RUN'S REJECTS AND EVERYTHING STILL  *
      *      IN THE RECYCLE CARRYOVER                     *
      *    - ITEMS STANDING ON THE HELD-FOR-REVIEW QUEUE  *
      *    - THE ACKNOWLEDGMENT DISPOSITIONS SENT BACK    *
      *  THE SEQUENTIAL FILES ARE EACH READ ONCE FOR THE  *
      *  WHOLE DECK; ROWS FOR A CARDED KEY ARE FORMATTED  *
      *  TO A WORK FILE (URSCHREC) THAT IS SORTED INTO    *
      *  KEY ORDER AND MERGED WITH THE KEYED READS OF     *
      *  ACCTMST, ACCTARCX AND DUPHIST AT PRINT TIME.     *
      *  READ-ONLY - NOTHING IS UPDATED.  RUN FROM        *
      *  UACIQJOB AT ANY TIME OUTSIDE THE NIGHTLY RUN'S   *
      *  UPDATE STEPS.                                    *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCTRL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCTRL-FILE-STATUS.

           SELECT UKEYC-FILE ASSIGN TO KEYCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UKEYC-FILE-STATUS.

           SELECT UTHST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTHST-FILE-STATUS.

           SELECT USUSP-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USUSP-FILE-STATUS.

           SELECT UREJT-FILE ASSIGN TO REJECTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UREJT-FILE-STATUS.

           SELECT URCYC-FILE ASSIGN TO CARRYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URCYC-FILE-STATUS.

           SELECT UHELD-FILE ASSIGN TO HELDQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UHELD-FILE-STATUS.

           SELECT UACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UACK-FILE-STATUS.

           SELECT URSWK-FILE ASSIGN TO RSCHWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URSWK-FILE-STATUS.

           SELECT URSSR-FILE ASSIGN TO RSCHSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URSSR-FILE-STATUS.

           SELECT USORT-FILE ASSIGN TO SORTWORK.

           SELECT UACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UACCT-KEY
               FILE STATUS IS WS-UACCT-FILE-STATUS.

           SELECT UARCH-FILE ASSIGN TO ACCTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UARCH-KEY
               FILE STATUS IS WS-UARCH-FILE-STATUS.

           SELECT UHIST-FILE ASSIGN TO DUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UHIST-KEY
               FILE STATUS IS WS-UHIST-FILE-STATUS.

           SELECT URSRP-FILE ASSIGN TO RSCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URSRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UCTRL-FILE
           RECORDING MODE IS F.
       COPY UCTRLREC.

       FD  UKEYC-FILE
           RECORDING MODE IS F.
       01  UKEYC-RECORD.
           05  UKEYC-KEY                   PIC X(10).
           05  FILLER                      PIC X(70).

       FD  UTHST-FILE
           RECORDING MODE IS F.
       COPY UTHSTREC.

       FD  USUSP-FILE
           RECORDING MODE IS F.
       COPY USUSPREC.

       FD  UREJT-FILE
           RECORDING MODE IS F.
       COPY UTRANREC
           REPLACING ==UTRAN-RECORD==       BY ==UREJT-RECORD==
                     ==UTRAN-REC-TYPE==     BY ==UREJT-REC-TYPE==
                     ==UTRAN-TYPE-HEADER==  BY ==UREJT-TYPE-HEADER==
                     ==UTRAN-TYPE-DETAIL==  BY ==UREJT-TYPE-DETAIL==
                     ==UTRAN-TYPE-TRAILER== BY ==UREJT-TYPE-TRAILER==
                     ==UTRAN-HEADER-DATA==  BY ==UREJT-HEADER-DATA==
                     ==UTRAN-HDR-FEED-ID==  BY ==UREJT-HDR-FEED-ID==
                     ==UTRAN-HDR-BUS-DATE== BY ==UREJT-HDR-BUS-DATE==
                     ==UTRAN-DETAIL-DATA==  BY ==UREJT-DETAIL-DATA==
                     ==UTRAN-KEY==          BY ==UREJT-KEY==
                     ==UTRAN-AMOUNT==       BY ==UREJT-AMOUNT==
                     ==UTRAN-EFF-DATE==     BY ==UREJT-EFF-DATE==
                     ==UTRAN-TYPE-CODE==    BY ==UREJT-TYPE-CODE==
                     ==UTRAN-RECYCLE-COUNT==
                         BY ==UREJT-RECYCLE-COUNT==
                     ==UTRAN-ORIG-REJECT-DATE==
                         BY ==UREJT-ORIG-REJECT-DATE==
                     ==UTRAN-HELD-FEED-ID==
                         BY ==UREJT-HELD-FEED-ID==
                     ==UTRAN-HELD-BUS-DATE==
                         BY ==UREJT-HELD-BUS-DATE==
                     ==UTRAN-TRAILER-DATA==
                         BY ==UREJT-TRAILER-DATA==
                     ==UTRAN-TRLR-REC-COUNT==
                         BY ==UREJT-TRLR-REC-COUNT==
                     ==UTRAN-TRLR-AMOUNT-TOTAL==
                         BY ==UREJT-TRLR-AMOUNT-TOTAL==.

       FD  URCYC-FILE
           RECORDING MODE IS F.
       COPY URCYCREC.

       FD  UHELD-FILE
           RECORDING MODE IS F.
       COPY UHELDREC.

       FD  UACK-FILE
           RECORDING MODE IS F.
       COPY UACKREC.

       FD  URSWK-FILE
           RECORDING MODE IS F.
       COPY URSCHREC
           REPLACING ==URSCH-RECORD==      BY ==URSWK-RECORD==
                     ==URSCH-KEY==         BY ==URSWK-KEY==
                     ==URSCH-SECTION==     BY ==URSWK-SECTION==
                     ==URSCH-SEQ==         BY ==URSWK-SEQ==
                     ==URSCH-LINE==        BY ==URSWK-LINE==.

       FD  URSSR-FILE
           RECORDING MODE IS F.
       COPY URSCHREC
           REPLACING ==URSCH-RECORD==      BY ==URSSR-RECORD==
                     ==URSCH-KEY==         BY ==URSSR-KEY==
                     ==URSCH-SECTION==     BY ==URSSR-SECTION==
                     ==URSCH-SEQ==         BY ==URSSR-SEQ==
                     ==URSCH-LINE==        BY ==URSSR-LINE==.

       SD  USORT-FILE.
       01  USORT-RECORD.
           05  USORT-KEY                   PIC X(10).
           05  USORT-SECTION               PIC 9(01).
           05  USORT-SEQ                   PIC 9(09).
           05  FILLER                      PIC X(132).

       FD  UACCT-FILE.
       COPY UACCTREC.

       FD  UARCH-FILE.
       COPY UARCHREC.

       FD  UHIST-FILE.
       COPY UHISTREC.

       FD  URSRP-FILE
           RECORDING MODE IS F.
       01  URSRP-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UCTRL-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UKEYC-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UTHST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-USUSP-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UREJT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-URCYC-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHELD-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACK-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WS-URSWK-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-URSSR-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UACCT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UARCH-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-UHIST-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-URSRP-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME          PIC X(08) VALUE SPACES.
           05  WS-ABEND-FILE-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CARD-END-OF-FILE         VALUE 'Y'.
           05  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SCAN-END-OF-FILE         VALUE 'Y'.
           05  WS-SRTD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SRTD-END-OF-FILE         VALUE 'Y'.
           05  WS-DUPH-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-DUPH-END-OF-FILE         VALUE 'Y'.
           05  WS-KEY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-KEY-FOUND                VALUE 'Y'.

       01  WS-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-INTEGER         PIC S9(09) COMP VALUE ZERO.
           05  WS-SUSP-MAX-DAYS            PIC 9(03) VALUE 10.
           05  WS-SUSP-DATE-INTEGER        PIC S9(09) COMP VALUE ZERO.
           05  WS-SUSP-AGE-DAYS            PIC S9(09) COMP VALUE ZERO.
           05  WS-ACK-BUS-DATE             PIC 9(08) VALUE ZERO.

      *****************************************************
      *  THE CARDED KEYS, HELD IN ASCENDING ORDER (EACH   *
      *  CARD IS INSERTED IN PLACE) SO THE FILE SCANS CAN *
      *  BINARY-SEARCH THEM AND THE REPORT COMES OUT IN   *
      *  THE SAME ORDER AS THE SORTED WORK FILE.  UNUSED  *
      *  SLOTS HOLD HIGH-VALUES SO THE SEARCH ALWAYS SEES *
      *  ONE FULLY ASCENDING TABLE.                       *
      *****************************************************
       01  WS-KEY-CONTROL.
           05  WS-KEY-MAX                  PIC S9(04) COMP VALUE +100.
           05  WS-KEY-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-KEY-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-KEY-SHIFT                PIC S9(04) COMP VALUE ZERO.
           05  WS-LOOKUP-KEY               PIC X(10) VALUE SPACES.
           05  WS-CURRENT-KEY              PIC X(10) VALUE SPACES.
           05  WS-CURRENT-SECTION          PIC 9(01) VALUE ZERO.
           05  WS-KEY-TABLE.
               10  WS-KEY-ENTRY OCCURS 100 TIMES
                       ASCENDING KEY IS WS-KEY-VALUE
                       INDEXED BY KEY-IDX.
                   15  WS-KEY-VALUE        PIC X(10).

       01  WS-RESEARCH-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-CARDS-REJECTED           PIC 9(09) VALUE ZERO.
           05  WS-CARDS-DUPLICATE          PIC 9(09) VALUE ZERO.
           05  WS-KEYS-NOT-ON-MASTER       PIC 9(09) VALUE ZERO.
           05  WS-KEYS-ARCHIVED            PIC 9(09) VALUE ZERO.
           05  WS-WORK-SEQ                 PIC 9(09) VALUE ZERO.
           05  WS-SECTION-ROWS             PIC 9(09) VALUE ZERO.
           05  WS-TRANHIST-ROWS            PIC 9(09) VALUE ZERO.
           05  WS-DUPHIST-ROWS             PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-ROWS            PIC 9(09) VALUE ZERO.
           05  WS-REJECT-ROWS              PIC 9(09) VALUE ZERO.
           05  WS-CARRYOVER-ROWS           PIC 9(09) VALUE ZERO.
           05  WS-HELD-ROWS                PIC 9(09) VALUE ZERO.
           05  WS-ACK-ROWS                 PIC 9(09) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(44)
                       VALUE 'UACCTINQ - SINGLE ACCOUNT RESEARCH'.
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE 'PAGE '.
               10  WS-HDG-PAGE-NUMBER      PIC ZZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
               10  WS-HDG-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(12)
                       VALUE '   ACCOUNT: '.
               10  WS-HDG-KEY              PIC X(10).
               10  FILLER                  PIC X(91) VALUE SPACES.
           05  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
           05  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
           05  WS-TEXT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-TEXT                 PIC X(80).
               10  FILLER                  PIC X(51) VALUE SPACES.
           05  WS-NONE-LINE.
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  FILLER                  PIC X(12)
                       VALUE 'NONE ON FILE'.
               10  FILLER                  PIC X(117) VALUE SPACES.
           05  WS-COUNT-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-COUNT-LABEL          PIC X(30).
               10  WS-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(90) VALUE SPACES.

      *    MASTER RECORD BLOCK.
           05  WS-MST-LINE-1.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(16)
                       VALUE 'STATUS:'.
               10  WS-MST-STATUS-TEXT      PIC X(10).
               10  FILLER                  PIC X(14)
                       VALUE 'STATUS DATE:'.
               10  WS-MST-STATUS-DATE      PIC 9(08).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(09) VALUE 'REASON:'.
               10  WS-MST-STATUS-REASON    PIC X(04).
               10  FILLER                  PIC X(66) VALUE SPACES.
           05  WS-MST-LINE-2.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(16)
                       VALUE 'BALANCE:'.
               10  WS-MST-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(16)
                       VALUE 'PURCHASE TOTAL:'.
               10  WS-MST-PURCHASES        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(61) VALUE SPACES.
           05  WS-MST-LINE-3.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(16)
                       VALUE 'LAST ACTIVITY:'.
               10  WS-MST-LAST-ACTIVITY    PIC 9(08).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(14)
                       VALUE 'LAST POSTED:'.
               10  WS-MST-LAST-POSTED      PIC 9(08).
               10  FILLER                  PIC X(05) VALUE ' SEQ '.
               10  WS-MST-LAST-POSTED-SEQ  PIC 9(09).
               10  FILLER                  PIC X(67) VALUE SPACES.
           05  WS-MST-LINE-4.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(16)
                       VALUE 'TRANSACTIONS:'.
               10  WS-MST-TRAN-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(04) VALUE 'PU:'.
               10  WS-MST-PU-COUNT         PIC ZZZZZZ9.
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  FILLER                  PIC X(04) VALUE 'PY:'.
               10  WS-MST-PY-COUNT         PIC ZZZZZZ9.
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  FILLER                  PIC X(04) VALUE 'RF:'.
               10  WS-MST-RF-COUNT         PIC ZZZZZZ9.
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  FILLER                  PIC X(04) VALUE 'AJ:'.
               10  WS-MST-AJ-COUNT         PIC ZZZZZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
      *    LEADS THE BLOCK WHEN THE KEY IS ONLY ON THE ARCHIVE.
           05  WS-ARC-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(12)
                       VALUE 'ARCHIVED ON '.
               10  WS-ARC-ARCHIVE-DATE     PIC 9(08).
               10  FILLER                  PIC X(07) VALUE ' AFTER '.
               10  WS-ARC-IDLE-DAYS        PIC ZZZZ9.
               10  FILLER                  PIC X(40)
                       VALUE ' IDLE DAYS - RECORD AS IT WAS ARCHIVED:'.
               10  FILLER                  PIC X(59) VALUE SPACES.

      *    SECTION 1 - TRANHIST.
           05  WS-THS-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE'.
               10  FILLER                  PIC X(11) VALUE 'RUN SEQ'.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(06) VALUE 'ORIG'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(08) VALUE 'STATUS'.
               10  FILLER                  PIC X(08) VALUE 'FEED ID'.
               10  FILLER                  PIC X(53) VALUE SPACES.
           05  WS-THS-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-THS-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-THS-RUN-SEQ          PIC 9(09).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-THS-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-THS-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-THS-ORIG-TYPE-CODE   PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-THS-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-THS-STATUS-CODE      PIC X(02).
               10  FILLER                  PIC X(06) VALUE SPACES.
               10  WS-THS-FEED-ID          PIC X(08).
               10  FILLER                  PIC X(53) VALUE SPACES.

      *    SECTION 2 - DUPHIST.
           05  WS-DUP-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(10) VALUE 'RUN DATE'.
               10  FILLER                  PIC X(09) VALUE 'RUN SEQ'.
               10  FILLER                  PIC X(77) VALUE SPACES.
           05  WS-DUP-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-DUP-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DUP-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DUP-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-DUP-RUN-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-DUP-RUN-SEQ          PIC 9(09).
               10  FILLER                  PIC X(77) VALUE SPACES.

      *    SECTION 3 - SUSPENSE CARRY.
           05  WS-SSP-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'SUSP DATE'.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(10) VALUE 'FEED ID'.
               10  FILLER                  PIC X(05) VALUE '  AGE'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(10) VALUE 'STATUS'.
               10  FILLER                  PIC X(65) VALUE SPACES.
           05  WS-SSP-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-SSP-SUSPENSE-DATE    PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SSP-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SSP-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SSP-FEED-ID          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SSP-AGE              PIC ZZZZ9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-SSP-CONDITION        PIC X(10).
               10  FILLER                  PIC X(65) VALUE SPACES.

      *    SECTION 4 - LAST RUN'S REJECTS.
           05  WS-REJ-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(08) VALUE 'CYCLE'.
               10  FILLER                  PIC X(12)
                       VALUE 'FIRST REJECT'.
               10  FILLER                  PIC X(76) VALUE SPACES.
           05  WS-REJ-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-REJ-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REJ-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-REJ-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-REJ-RECYCLE-COUNT    PIC X(03).
               10  FILLER                  PIC X(05) VALUE SPACES.
               10  WS-REJ-ORIG-REJECT-DATE PIC X(08).
               10  FILLER                  PIC X(80) VALUE SPACES.

      *    SECTION 5 - RECYCLE CARRYOVER.
           05  WS-RCY-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'REJ DATE'.
               10  FILLER                  PIC X(08) VALUE 'CYCLE'.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(80) VALUE SPACES.
           05  WS-RCY-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RCY-REJECT-DATE      PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RCY-RECYCLE-COUNT    PIC 9(03).
               10  FILLER                  PIC X(05) VALUE SPACES.
               10  WS-RCY-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RCY-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-RCY-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(80) VALUE SPACES.

      *    SECTION 6 - HELD-FOR-REVIEW QUEUE.
           05  WS-HLD-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'HOLD DATE'.
               10  FILLER                  PIC X(11) VALUE 'HOLD SEQ'.
               10  FILLER                  PIC X(10) VALUE 'FEED ID'.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(06) VALUE 'TYPE'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(14) VALUE 'RULE'.
               10  FILLER                  PIC X(51) VALUE SPACES.
           05  WS-HLD-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-HLD-HOLD-DATE        PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HLD-HOLD-SEQ         PIC 9(09).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HLD-FEED-ID          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HLD-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HLD-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-HLD-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-HLD-RULE             PIC X(14).
               10  FILLER                  PIC X(51) VALUE SPACES.

      *    SECTION 7 - ACKNOWLEDGMENT FEED.
           05  WS-ACK-COLUMN-HEADING.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  FILLER                  PIC X(10) VALUE 'FEED ID'.
               10  FILLER                  PIC X(10) VALUE 'BUS DATE'.
               10  FILLER                  PIC X(10) VALUE 'EFF DATE'.
               10  FILLER                  PIC X(17)
                       VALUE '           AMOUNT'.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(06) VALUE 'DISP'.
               10  FILLER                  PIC X(30) VALUE 'REASON'.
               10  FILLER                  PIC X(46) VALUE SPACES.
           05  WS-ACK-DETAIL-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-ACK-FEED-ID          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ACK-BUS-DATE-OUT     PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ACK-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ACK-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-ACK-DISPOSITION      PIC X(02).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-ACK-REASON           PIC X(30).
               10  FILLER                  PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-KEY-COUNT = ZERO
               DISPLAY 'UACCTINQ WARNING: NO VALID KEY CARDS - '
                       'NOTHING TO RESEARCH'
               MOVE 4 TO RETURN-CODE
               CLOSE URSWK-FILE
               CLOSE URSRP-FILE
               STOP RUN
           END-IF
           PERFORM 1200-SCAN-TRANHIST
           PERFORM 1300-SCAN-SUSPENSE
           PERFORM 1400-SCAN-REJECTS
           PERFORM 1500-SCAN-CARRYOVER
           PERFORM 1550-SCAN-HELD-QUEUE
           PERFORM 1600-SCAN-ACKNOWLEDGMENTS
           PERFORM 1700-SORT-RESEARCH-ROWS
           PERFORM 3000-REPORT-ONE-ACCOUNT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-FILE
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INTEGER
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-MAX
               MOVE HIGH-VALUES TO WS-KEY-VALUE(KEY-IDX)
           END-PERFORM
           PERFORM 1100-LOAD-KEY-CARDS
           OPEN OUTPUT URSWK-FILE
           IF WS-URSWK-FILE-STATUS NOT = '00'
               MOVE 'RSCHWORK' TO WS-ABEND-FILE-NAME
               MOVE WS-URSWK-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN OUTPUT URSRP-FILE
           IF WS-URSRP-FILE-STATUS NOT = '00'
               MOVE 'RSCHRPT ' TO WS-ABEND-FILE-NAME
               MOVE WS-URSRP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1050-READ-CONTROL-FILE.
           OPEN INPUT UCTRL-FILE
           IF WS-UCTRL-FILE-STATUS NOT = '00'
               MOVE 'CTLCARD ' TO WS-ABEND-FILE-NAME
               MOVE WS-UCTRL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           READ UCTRL-FILE
               AT END
                   DISPLAY 'UACCTINQ WARNING: CONTROL FILE EMPTY, '
                           'USING DEFAULTS'
               NOT AT END
                   MOVE UCTL-RUN-DATE TO WS-RUN-DATE
                   IF UCTL-SUSP-MAX-DAYS NUMERIC
                           AND UCTL-SUSP-MAX-DAYS > ZERO
                       MOVE UCTL-SUSP-MAX-DAYS TO WS-SUSP-MAX-DAYS
                   END-IF
           END-READ
           CLOSE UCTRL-FILE
           IF WS-RUN-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      *****************************************************
      *  1100 - LOAD THE KEY CARDS.  A BLANK KEY OR THE   *
      *  RESERVED ALL-NINES PRIMING KEY IS REJECTED WITH  *
      *  A CONSOLE MESSAGE; A KEY CARDED TWICE IS         *
      *  RESEARCHED ONCE.                                 *
      *****************************************************
       1100-LOAD-KEY-CARDS.
           OPEN INPUT UKEYC-FILE
           IF WS-UKEYC-FILE-STATUS NOT = '00'
               MOVE 'KEYCARDS' TO WS-ABEND-FILE-NAME
               MOVE WS-UKEYC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 1110-READ-KEY-CARD
           PERFORM 1120-LOAD-KEY-CARD
               UNTIL WS-CARD-END-OF-FILE
           CLOSE UKEYC-FILE.

       1110-READ-KEY-CARD.
           READ UKEYC-FILE
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ
           IF WS-UKEYC-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'KEYCARDS' TO WS-ABEND-FILE-NAME
               MOVE WS-UKEYC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1120-LOAD-KEY-CARD.
           EVALUATE TRUE
               WHEN UKEYC-KEY = SPACES OR LOW-VALUES
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'UACCTINQ WARNING: KEY CARD '
                           WS-CARDS-READ ' REJECTED - BLANK KEY'
               WHEN UKEYC-KEY = '9999999999'
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'UACCTINQ WARNING: KEY CARD '
                           WS-CARDS-READ ' REJECTED - RESERVED KEY'
               WHEN OTHER
                   PERFORM 1130-INSERT-KEY
           END-EVALUATE
           PERFORM 1110-READ-KEY-CARD.

      *    FIND THE FIRST SLOT NOT BELOW THE NEW KEY AND SHIFT THE
      *    REST OF THE TABLE DOWN ONE TO MAKE ROOM.
       1130-INSERT-KEY.
           MOVE 1 TO WS-KEY-SUB
           PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   OR WS-KEY-VALUE(WS-KEY-SUB) NOT < UKEYC-KEY
               ADD 1 TO WS-KEY-SUB
           END-PERFORM
           IF WS-KEY-SUB NOT > WS-KEY-COUNT
                   AND WS-KEY-VALUE(WS-KEY-SUB) = UKEYC-KEY
               ADD 1 TO WS-CARDS-DUPLICATE
           ELSE
               IF WS-KEY-COUNT NOT < WS-KEY-MAX
                   DISPLAY 'UACCTINQ *** MORE THAN ' WS-KEY-MAX
                           ' KEY CARDS - SPLIT THE DECK ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-KEY-SHIFT FROM WS-KEY-COUNT BY -1
                       UNTIL WS-KEY-SHIFT < WS-KEY-SUB
                   MOVE WS-KEY-VALUE(WS-KEY-SHIFT)
                       TO WS-KEY-VALUE(WS-KEY-SHIFT + 1)
               END-PERFORM
               MOVE UKEYC-KEY TO WS-KEY-VALUE(WS-KEY-SUB)
               ADD 1 TO WS-KEY-COUNT
           END-IF.

      *****************************************************
      *  1200-1600 - ONE PASS OVER EACH SEQUENTIAL FILE.  *
      *  EVERY ROW FOR A CARDED KEY IS FORMATTED AS ITS   *
      *  REPORT LINE AND WRITTEN TO THE WORK FILE UNDER   *
      *  ITS SECTION NUMBER (SEE URSCHREC).               *
      *****************************************************
       1200-SCAN-TRANHIST.
           OPEN INPUT UTHST-FILE
           IF WS-UTHST-FILE-STATUS NOT = '00'
               MOVE 'TRANHIST' TO WS-ABEND-FILE-NAME
               MOVE WS-UTHST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE 1 TO WS-CURRENT-SECTION
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 1210-READ-TRANHIST
           PERFORM 1220-SELECT-TRANHIST-ROW
               UNTIL WS-SCAN-END-OF-FILE
           CLOSE UTHST-FILE.

       1210-READ-TRANHIST.
           READ UTHST-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ
           IF WS-UTHST-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'TRANHIST' TO WS-ABEND-FILE-NAME
               MOVE WS-UTHST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1220-SELECT-TRANHIST-ROW.
           MOVE UTHST-KEY TO WS-LOOKUP-KEY
           PERFORM 1900-FIND-KEY
           IF WS-KEY-FOUND
               MOVE UTHST-RUN-DATE TO WS-THS-RUN-DATE
               MOVE UTHST-RUN-SEQ TO WS-THS-RUN-SEQ
               MOVE UTHST-EFF-DATE TO WS-THS-EFF-DATE
               MOVE UTHST-TYPE-CODE TO WS-THS-TYPE-CODE
               MOVE UTHST-ORIG-TYPE-CODE TO WS-THS-ORIG-TYPE-CODE
               MOVE UTHST-AMOUNT TO WS-THS-AMOUNT
               MOVE UTHST-STATUS-CODE TO WS-THS-STATUS-CODE
               MOVE UTHST-FEED-ID TO WS-THS-FEED-ID
               MOVE WS-THS-DETAIL-LINE TO URSWK-LINE
               PERFORM 1950-WRITE-RESEARCH-ROW
               ADD 1 TO WS-TRANHIST-ROWS
           END-IF
           PERFORM 1210-READ-TRANHIST.

      *    THE SUSPENSE CARRY IS WHAT THE LAST GOOD RUN LEFT OPEN.
      *    AN ENTRY IS AGED AGAINST THE CONTROL-CARD RUN DATE THE
      *    SAME WAY THE DAILY RUN AGES IT, AND FLAGGED ONCE IT IS
      *    PAST THE ESCALATION LIMIT.
       1300-SCAN-SUSPENSE.
           OPEN INPUT USUSP-FILE
           IF WS-USUSP-FILE-STATUS NOT = '00'
               MOVE 'SUSPIN  ' TO WS-ABEND-FILE-NAME
               MOVE WS-USUSP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE 3 TO WS-CURRENT-SECTION
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 1310-READ-SUSPENSE
           PERFORM 1320-SELECT-SUSPENSE-ROW
               UNTIL WS-SCAN-END-OF-FILE
           CLOSE USUSP-FILE.

       1310-READ-SUSPENSE.
           READ USUSP-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ
           IF WS-USUSP-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'SUSPIN  ' TO WS-ABEND-FILE-NAME
               MOVE WS-USUSP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1320-SELECT-SUSPENSE-ROW.
           MOVE USUSP-KEY TO WS-LOOKUP-KEY
           PERFORM 1900-FIND-KEY
           IF WS-KEY-FOUND
               IF USUSP-SUSPENSE-DATE NUMERIC
                       AND USUSP-SUSPENSE-DATE > 16010101
                       AND USUSP-SUSPENSE-DATE < 99991231
                   MOVE FUNCTION INTEGER-OF-DATE(USUSP-SUSPENSE-DATE)
                       TO WS-SUSP-DATE-INTEGER
                   COMPUTE WS-SUSP-AGE-DAYS =
                       WS-RUN-DATE-INTEGER - WS-SUSP-DATE-INTEGER
               ELSE
                   MOVE ZERO TO WS-SUSP-AGE-DAYS
               END-IF
               MOVE USUSP-SUSPENSE-DATE TO WS-SSP-SUSPENSE-DATE
               MOVE USUSP-EFF-DATE TO WS-SSP-EFF-DATE
               MOVE USUSP-AMOUNT TO WS-SSP-AMOUNT
               MOVE USUSP-FEED-ID TO WS-SSP-FEED-ID
               MOVE WS-SUSP-AGE-DAYS TO WS-SSP-AGE
               IF WS-SUSP-AGE-DAYS > WS-SUSP-MAX-DAYS
                   MOVE 'ESCALATED' TO WS-SSP-CONDITION
               ELSE
                   MOVE 'OPEN' TO WS-SSP-CONDITION
               END-IF
               MOVE WS-SSP-DETAIL-LINE TO URSWK-LINE
               PERFORM 1950-WRITE-RESEARCH-ROW
               ADD 1 TO WS-SUSPENSE-ROWS
           END-IF
           PERFORM 1310-READ-SUSPENSE.

      *    THE REJECT FILE CARRIES THE REJECTED DETAIL IMAGES
      *    THEMSELVES; THE RECYCLE STAMP IS BLANK ON A FIRST-TIME
      *    REJECT.
       1400-SCAN-REJECTS.
           OPEN INPUT UREJT-FILE
           IF WS-UREJT-FILE-STATUS NOT = '00'
               MOVE 'REJECTS ' TO WS-ABEND-FILE-NAME
               MOVE WS-UREJT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE 4 TO WS-CURRENT-SECTION
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 1410-READ-REJECT
           PERFORM 1420-SELECT-REJECT-ROW
               UNTIL WS-SCAN-END-OF-FILE
           CLOSE UREJT-FILE.

       1410-READ-REJECT.
           READ UREJT-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ
           IF WS-UREJT-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'REJECTS ' TO WS-ABEND-FILE-NAME
               MOVE WS-UREJT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1420-SELECT-REJECT-ROW.
           IF UREJT-TYPE-DETAIL
               MOVE UREJT-KEY TO WS-LOOKUP-KEY
               PERFORM 1900-FIND-KEY
               IF WS-KEY-FOUND
                   MOVE UREJT-EFF-DATE TO WS-REJ-EFF-DATE
                   MOVE UREJT-TYPE-CODE TO WS-REJ-TYPE-CODE
                   MOVE UREJT-AMOUNT TO WS-REJ-AMOUNT
                   MOVE UREJT-RECYCLE-COUNT TO WS-REJ-RECYCLE-COUNT
                   MOVE UREJT-ORIG-REJECT-DATE
                       TO WS-REJ-ORIG-REJECT-DATE
                   MOVE WS-REJ-DETAIL-LINE TO URSWK-LINE
                   PERFORM 1950-WRITE-RESEARCH-ROW
                   ADD 1 TO WS-REJECT-ROWS
               END-IF
           END-IF
           PERFORM 1410-READ-REJECT.

       1500-SCAN-CARRYOVER.
           OPEN INPUT URCYC-FILE
           IF WS-URCYC-FILE-STATUS NOT = '00'
               MOVE 'CARRYIN ' TO WS-ABEND-FILE-NAME
               MOVE WS-URCYC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE 5 TO WS-CURRENT-SECTION
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 1510-READ-CARRYOVER
           PERFORM 1520-SELECT-CARRYOVER-ROW
               UNTIL WS-SCAN-END-OF-FILE
           CLOSE URCYC-FILE.

       1510-READ-CARRYOVER.
           READ URCYC-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ
           IF WS-URCYC-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'CARRYIN ' TO WS-ABEND-FILE-NAME
               MOVE WS-URCYC-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *    THE TYPE CODE IS TAKEN FROM THE CARRIED UTRAN IMAGE -
      *    RECORD TYPE, KEY, PACKED AMOUNT AND EFFECTIVE DATE
      *    OCCUPY ITS FIRST 25 BYTES.
       1520-SELECT-CARRYOVER-ROW.
           MOVE URCYC-TRAN-KEY TO WS-LOOKUP-KEY
           PERFORM 1900-FIND-KEY
           IF WS-KEY-FOUND
               MOVE URCYC-REJECT-DATE TO WS-RCY-REJECT-DATE
               MOVE URCYC-RECYCLE-COUNT TO WS-RCY-RECYCLE-COUNT
               MOVE URCYC-EFF-DATE TO WS-RCY-EFF-DATE
               MOVE URCYC-TRAN-IMAGE(26:2) TO WS-RCY-TYPE-CODE
               MOVE URCYC-AMOUNT TO WS-RCY-AMOUNT
               MOVE WS-RCY-DETAIL-LINE TO URSWK-LINE
               PERFORM 1950-WRITE-RESEARCH-ROW
               ADD 1 TO WS-CARRYOVER-ROWS
           END-IF
           PERFORM 1510-READ-CARRYOVER.

      *    THE STANDING QUEUE AS THE LAST GOOD RUN LEFT IT - WHAT
      *    THE RISK DESK STILL HAS TO RELEASE OR DECLINE.
       1550-SCAN-HELD-QUEUE.
           OPEN INPUT UHELD-FILE
           IF WS-UHELD-FILE-STATUS NOT = '00'
               MOVE 'HELDQ   ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE 6 TO WS-CURRENT-SECTION
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 1560-READ-HELD-QUEUE
           PERFORM 1570-SELECT-HELD-ROW
               UNTIL WS-SCAN-END-OF-FILE
           CLOSE UHELD-FILE.

       1560-READ-HELD-QUEUE.
           READ UHELD-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ
           IF WS-UHELD-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'HELDQ   ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1570-SELECT-HELD-ROW.
           MOVE UHELD-KEY TO WS-LOOKUP-KEY
           PERFORM 1900-FIND-KEY
           IF WS-KEY-FOUND
               MOVE UHELD-HOLD-DATE TO WS-HLD-HOLD-DATE
               MOVE UHELD-HOLD-SEQ TO WS-HLD-HOLD-SEQ
               MOVE UHELD-FEED-ID TO WS-HLD-FEED-ID
               MOVE UHELD-EFF-DATE TO WS-HLD-EFF-DATE
               MOVE UHELD-TYPE-CODE TO WS-HLD-TYPE-CODE
               MOVE UHELD-AMOUNT TO WS-HLD-AMOUNT
               EVALUATE TRUE
                   WHEN UHELD-RULE-CEILING
                       MOVE 'TYPE CEILING' TO WS-HLD-RULE
                   WHEN UHELD-RULE-COUNT
                       MOVE 'ACCOUNT COUNT' TO WS-HLD-RULE
                   WHEN OTHER
                       MOVE 'ACCOUNT NET' TO WS-HLD-RULE
               END-EVALUATE
               MOVE WS-HLD-DETAIL-LINE TO URSWK-LINE
               PERFORM 1950-WRITE-RESEARCH-ROW
               ADD 1 TO WS-HELD-ROWS
           END-IF
           PERFORM 1560-READ-HELD-QUEUE.

      *    EACH FEED'S SECTION OPENS WITH A HEADER CARRYING THE
      *    REGION'S BUSINESS DATE, WHICH IS SHOWN ON EVERY
      *    DISPOSITION BELOW IT.
       1600-SCAN-ACKNOWLEDGMENTS.
           OPEN INPUT UACK-FILE
           IF WS-UACK-FILE-STATUS NOT = '00'
               MOVE 'ACKFILE ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACK-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           MOVE 7 TO WS-CURRENT-SECTION
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO WS-ACK-BUS-DATE
           PERFORM 1610-READ-ACKNOWLEDGMENT
           PERFORM 1620-SELECT-ACKNOWLEDGMENT
               UNTIL WS-SCAN-END-OF-FILE
           CLOSE UACK-FILE.

       1610-READ-ACKNOWLEDGMENT.
           READ UACK-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ
           IF WS-UACK-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ACKFILE ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACK-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       1620-SELECT-ACKNOWLEDGMENT.
           EVALUATE TRUE
               WHEN UACK-TYPE-HEADER
                   MOVE UACK-HDR-BUS-DATE TO WS-ACK-BUS-DATE
               WHEN UACK-TYPE-DETAIL
                   MOVE UACK-DTL-KEY TO WS-LOOKUP-KEY
                   PERFORM 1900-FIND-KEY
                   IF WS-KEY-FOUND
                       MOVE UACK-FEED-ID TO WS-ACK-FEED-ID
                       MOVE WS-ACK-BUS-DATE TO WS-ACK-BUS-DATE-OUT
                       MOVE UACK-DTL-EFF-DATE TO WS-ACK-EFF-DATE
                       MOVE UACK-DTL-AMOUNT TO WS-ACK-AMOUNT
                       MOVE UACK-DTL-DISPOSITION TO WS-ACK-DISPOSITION
                       MOVE UACK-DTL-REASON TO WS-ACK-REASON
                       MOVE WS-ACK-DETAIL-LINE TO URSWK-LINE
                       PERFORM 1950-WRITE-RESEARCH-ROW
                       ADD 1 TO WS-ACK-ROWS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1610-READ-ACKNOWLEDGMENT.

      *****************************************************
      *  1700 - SORT THE WORK FILE INTO KEY, SECTION AND  *
      *  SEQUENCE ORDER FOR THE PRINT PASS.               *
      *****************************************************
       1700-SORT-RESEARCH-ROWS.
           CLOSE URSWK-FILE
           IF WS-URSWK-FILE-STATUS NOT = '00'
               MOVE 'RSCHWORK' TO WS-ABEND-FILE-NAME
               MOVE WS-URSWK-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           SORT USORT-FILE
               ON ASCENDING KEY USORT-KEY
                                USORT-SECTION
                                USORT-SEQ
               USING URSWK-FILE
               GIVING URSSR-FILE
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'UACCTINQ *** RESEARCH SORT FAILED, '
                       'SORT-RETURN=' SORT-RETURN ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT URSSR-FILE
           IF WS-URSSR-FILE-STATUS NOT = '00'
               MOVE 'RSCHSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-URSSR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UACCT-FILE
           IF WS-UACCT-FILE-STATUS NOT = '00'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UARCH-FILE
           IF WS-UARCH-FILE-STATUS NOT = '00'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           OPEN INPUT UHIST-FILE
           IF WS-UHIST-FILE-STATUS NOT = '00'
               MOVE 'DUPHIST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHIST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           PERFORM 2000-READ-SORTED-ROW.

       1900-FIND-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           SEARCH ALL WS-KEY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KEY-VALUE(KEY-IDX) = WS-LOOKUP-KEY
                   SET WS-KEY-FOUND TO TRUE
           END-SEARCH.

       1950-WRITE-RESEARCH-ROW.
           ADD 1 TO WS-WORK-SEQ
           MOVE WS-LOOKUP-KEY TO URSWK-KEY
           MOVE WS-CURRENT-SECTION TO URSWK-SECTION
           MOVE WS-WORK-SEQ TO URSWK-SEQ
           WRITE URSWK-RECORD
           IF WS-URSWK-FILE-STATUS NOT = '00'
               MOVE 'RSCHWORK' TO WS-ABEND-FILE-NAME
               MOVE WS-URSWK-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *****************************************************
      *  3000 - ONE ACCOUNT'S REPORT, ON A FRESH PAGE.    *
      *  THE SECTIONS ALWAYS PRINT IN THE SAME ORDER,     *
      *  WITH 'NONE ON FILE' UNDER AN EMPTY ONE, SO THE   *
      *  DESK CAN SEE A FILE WAS LOOKED AT.               *
      *****************************************************
       3000-REPORT-ONE-ACCOUNT.
           MOVE WS-KEY-VALUE(WS-KEY-SUB) TO WS-CURRENT-KEY
           PERFORM 8000-PRINT-PAGE-HEADING
           PERFORM 3100-PRINT-MASTER-SECTION
           MOVE 1 TO WS-CURRENT-SECTION
           PERFORM 3200-PRINT-EXTRACTED-SECTION
           PERFORM 3300-PRINT-DUPHIST-SECTION
           PERFORM 3200-PRINT-EXTRACTED-SECTION
               VARYING WS-CURRENT-SECTION FROM 3 BY 1
               UNTIL WS-CURRENT-SECTION > 7.

       3100-PRINT-MASTER-SECTION.
           MOVE 'ACCOUNT MASTER (ACCTMST)' TO WS-TEXT
           PERFORM 8200-PRINT-SECTION-TITLE
           MOVE WS-CURRENT-KEY TO UACCT-KEY
           READ UACCT-FILE
               INVALID KEY
                   ADD 1 TO WS-KEYS-NOT-ON-MASTER
                   PERFORM 3120-PRINT-ARCHIVED-IMAGE
               NOT INVALID KEY
                   PERFORM 3150-FORMAT-MASTER-RECORD
           END-READ
           IF WS-UACCT-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTMST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UACCT-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

      *    A KEY OFF THE MASTER MAY HAVE BEEN ARCHIVED BY UACCTARC.
      *    ITS ARCHIVED RECORD IS PRINTED IN THE MASTER'S PLACE,
      *    UNDER THE DATE IT LEFT THE MASTER.
       3120-PRINT-ARCHIVED-IMAGE.
           MOVE WS-CURRENT-KEY TO UARCH-KEY
           READ UARCH-FILE
               INVALID KEY
                   MOVE 'NOT ON THE ACCOUNT MASTER' TO WS-TEXT
                   MOVE WS-TEXT-LINE TO WS-PRINT-LINE
                   PERFORM 8100-WRITE-PRINT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-KEYS-ARCHIVED
                   MOVE UARCH-ARCHIVE-DATE TO WS-ARC-ARCHIVE-DATE
                   MOVE UARCH-IDLE-DAYS TO WS-ARC-IDLE-DAYS
                   MOVE WS-ARC-LINE TO WS-PRINT-LINE
                   PERFORM 8100-WRITE-PRINT-LINE
                   MOVE UARCH-ACCOUNT-IMAGE TO UACCT-RECORD
                   PERFORM 3150-FORMAT-MASTER-RECORD
           END-READ
           IF WS-UARCH-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'ACCTARC ' TO WS-ABEND-FILE-NAME
               MOVE WS-UARCH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       3150-FORMAT-MASTER-RECORD.
           EVALUATE TRUE
               WHEN UACCT-STATUS-CLOSED
                   MOVE 'CLOSED' TO WS-MST-STATUS-TEXT
               WHEN UACCT-STATUS-FROZEN
                   MOVE 'FROZEN' TO WS-MST-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OPEN' TO WS-MST-STATUS-TEXT
           END-EVALUATE
           MOVE UACCT-STATUS-DATE TO WS-MST-STATUS-DATE
           MOVE UACCT-STATUS-REASON TO WS-MST-STATUS-REASON
           MOVE UACCT-CURRENT-BALANCE TO WS-MST-BALANCE
           MOVE UACCT-PURCHASE-TOTAL TO WS-MST-PURCHASES
           MOVE UACCT-LAST-ACTIVITY-DATE TO WS-MST-LAST-ACTIVITY
           MOVE UACCT-LAST-POSTED-DATE TO WS-MST-LAST-POSTED
           MOVE UACCT-LAST-POSTED-SEQ TO WS-MST-LAST-POSTED-SEQ
           MOVE UACCT-TRAN-COUNT TO WS-MST-TRAN-COUNT
           MOVE UACCT-PU-COUNT TO WS-MST-PU-COUNT
           MOVE UACCT-PY-COUNT TO WS-MST-PY-COUNT
           MOVE UACCT-RF-COUNT TO WS-MST-RF-COUNT
           MOVE UACCT-AJ-COUNT TO WS-MST-AJ-COUNT
           MOVE WS-MST-LINE-1 TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           MOVE WS-MST-LINE-2 TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           MOVE WS-MST-LINE-3 TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           MOVE WS-MST-LINE-4 TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE.

       3200-PRINT-EXTRACTED-SECTION.
           EVALUATE WS-CURRENT-SECTION
               WHEN 1
                   MOVE 'TRANSACTION HISTORY (TRANHIST)' TO WS-TEXT
                   PERFORM 8200-PRINT-SECTION-TITLE
                   MOVE WS-THS-COLUMN-HEADING TO WS-PRINT-LINE
               WHEN 3
                   MOVE 'OPEN ORPHAN REFUND SUSPENSE (SUSPENSE CARRY)'
                       TO WS-TEXT
                   PERFORM 8200-PRINT-SECTION-TITLE
                   MOVE WS-SSP-COLUMN-HEADING TO WS-PRINT-LINE
               WHEN 4
                   MOVE 'REJECTED IN THE LAST RUN (REJECTS)' TO WS-TEXT
                   PERFORM 8200-PRINT-SECTION-TITLE
                   MOVE WS-REJ-COLUMN-HEADING TO WS-PRINT-LINE
               WHEN 5
                   MOVE 'PENDING REJECT RECYCLE (CARRYOVER)' TO WS-TEXT
                   PERFORM 8200-PRINT-SECTION-TITLE
                   MOVE WS-RCY-COLUMN-HEADING TO WS-PRINT-LINE
               WHEN 6
                   MOVE 'HELD FOR REVIEW (HELDQ)' TO WS-TEXT
                   PERFORM 8200-PRINT-SECTION-TITLE
                   MOVE WS-HLD-COLUMN-HEADING TO WS-PRINT-LINE
               WHEN 7
                   MOVE 'ACKNOWLEDGMENT DISPOSITIONS (ACKFILE)'
                       TO WS-TEXT
                   PERFORM 8200-PRINT-SECTION-TITLE
                   MOVE WS-ACK-COLUMN-HEADING TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 8100-WRITE-PRINT-LINE
           MOVE ZERO TO WS-SECTION-ROWS
           PERFORM 3250-PRINT-EXTRACTED-ROW
               UNTIL WS-SRTD-END-OF-FILE
                   OR URSSR-KEY NOT = WS-CURRENT-KEY
                   OR URSSR-SECTION NOT = WS-CURRENT-SECTION
           IF WS-SECTION-ROWS = ZERO
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM 8100-WRITE-PRINT-LINE
           END-IF.

       3250-PRINT-EXTRACTED-ROW.
           ADD 1 TO WS-SECTION-ROWS
           MOVE URSSR-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           PERFORM 2000-READ-SORTED-ROW.

      *****************************************************
      *  3300 - THE LIVE DUPHIST IDENTITIES FOR THE KEY.  *
      *  THE IDENTITY KEY LEADS WITH THE ACCOUNT KEY, SO  *
      *  A START AT THE ACCOUNT KEY FOLLOWED BY LOW       *
      *  VALUES POSITIONS ON THE FIRST ONE.               *
      *****************************************************
       3300-PRINT-DUPHIST-SECTION.
           MOVE 'LIVE DUPLICATE-EDIT IDENTITIES (DUPHIST)' TO WS-TEXT
           PERFORM 8200-PRINT-SECTION-TITLE
           MOVE WS-DUP-COLUMN-HEADING TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N' TO WS-DUPH-EOF-SWITCH
           MOVE LOW-VALUES TO UHIST-KEY
           MOVE WS-CURRENT-KEY TO UHIST-TRAN-KEY
           START UHIST-FILE KEY IS NOT LESS THAN UHIST-KEY
               INVALID KEY
                   SET WS-DUPH-END-OF-FILE TO TRUE
           END-START
           IF WS-UHIST-FILE-STATUS NOT = '00' AND NOT = '23'
               MOVE 'DUPHIST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHIST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF
           IF NOT WS-DUPH-END-OF-FILE
               PERFORM 2100-READ-DUPHIST
           END-IF
           PERFORM 3350-PRINT-DUPHIST-ROW
               UNTIL WS-DUPH-END-OF-FILE
                   OR UHIST-TRAN-KEY NOT = WS-CURRENT-KEY
           IF WS-SECTION-ROWS = ZERO
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM 8100-WRITE-PRINT-LINE
           END-IF.

       3350-PRINT-DUPHIST-ROW.
           ADD 1 TO WS-SECTION-ROWS
           ADD 1 TO WS-DUPHIST-ROWS
           MOVE UHIST-EFF-DATE TO WS-DUP-EFF-DATE
           MOVE UHIST-AMOUNT TO WS-DUP-AMOUNT
           MOVE UHIST-TYPE-CODE TO WS-DUP-TYPE-CODE
           MOVE UHIST-RUN-DATE TO WS-DUP-RUN-DATE
           MOVE UHIST-RUN-SEQ TO WS-DUP-RUN-SEQ
           MOVE WS-DUP-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           PERFORM 2100-READ-DUPHIST.

       2000-READ-SORTED-ROW.
           READ URSSR-FILE
               AT END
                   SET WS-SRTD-END-OF-FILE TO TRUE
           END-READ
           IF WS-URSSR-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'RSCHSORT' TO WS-ABEND-FILE-NAME
               MOVE WS-URSSR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       2100-READ-DUPHIST.
           READ UHIST-FILE NEXT RECORD
               AT END
                   SET WS-DUPH-END-OF-FILE TO TRUE
           END-READ
           IF WS-UHIST-FILE-STATUS NOT = '00' AND NOT = '10'
               MOVE 'DUPHIST ' TO WS-ABEND-FILE-NAME
               MOVE WS-UHIST-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9900-ABEND-FILE-OPEN
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-CURRENT-KEY TO WS-HDG-KEY
           IF WS-PAGE-COUNT = 1
               WRITE URSRP-LINE FROM WS-HEADING-1
           ELSE
               WRITE URSRP-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE URSRP-LINE FROM WS-HEADING-2
           WRITE URSRP-LINE FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       8100-WRITE-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           WRITE URSRP-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    A SECTION TITLE IS NEVER LEFT AT THE FOOT OF A PAGE
      *    WITHOUT AT LEAST ITS COLUMN HEADING AND ONE LINE.
       8200-PRINT-SECTION-TITLE.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE
           MOVE WS-TEXT-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-PRINT-LINE.

       9000-TERMINATE.
           CLOSE URSSR-FILE
           CLOSE UACCT-FILE
           CLOSE UARCH-FILE
           CLOSE UHIST-FILE
           MOVE SPACES TO WS-CURRENT-KEY
           PERFORM 8000-PRINT-PAGE-HEADING
           MOVE 'RESEARCH SUMMARY' TO WS-TEXT
           WRITE URSRP-LINE FROM WS-TEXT-LINE
           WRITE URSRP-LINE FROM WS-BLANK-LINE
           MOVE 'KEY CARDS READ................' TO WS-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'KEY CARDS REJECTED............' TO WS-COUNT-LABEL
           MOVE WS-CARDS-REJECTED TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'DUPLICATE KEY CARDS...........' TO WS-COUNT-LABEL
           MOVE WS-CARDS-DUPLICATE TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS RESEARCHED...........' TO WS-COUNT-LABEL
           MOVE WS-KEY-COUNT TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS NOT ON MASTER........' TO WS-COUNT-LABEL
           MOVE WS-KEYS-NOT-ON-MASTER TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE '  OF WHICH ARCHIVED...........' TO WS-COUNT-LABEL
           MOVE WS-KEYS-ARCHIVED TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           WRITE URSRP-LINE FROM WS-BLANK-LINE
           MOVE 'TRANHIST ROWS LISTED..........' TO WS-COUNT-LABEL
           MOVE WS-TRANHIST-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'DUPHIST IDENTITIES LISTED.....' TO WS-COUNT-LABEL
           MOVE WS-DUPHIST-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'SUSPENSE ENTRIES LISTED.......' TO WS-COUNT-LABEL
           MOVE WS-SUSPENSE-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'REJECTS LISTED................' TO WS-COUNT-LABEL
           MOVE WS-REJECT-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'CARRYOVER ENTRIES LISTED......' TO WS-COUNT-LABEL
           MOVE WS-CARRYOVER-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'HELD ITEMS LISTED.............' TO WS-COUNT-LABEL
           MOVE WS-HELD-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           MOVE 'ACKNOWLEDGMENTS LISTED........' TO WS-COUNT-LABEL
           MOVE WS-ACK-ROWS TO WS-COUNT-VALUE
           WRITE URSRP-LINE FROM WS-COUNT-LINE
           CLOSE URSRP-FILE
           DISPLAY 'UACCTINQ RUN SUMMARY'
           DISPLAY '  KEY CARDS READ....: ' WS-CARDS-READ
           DISPLAY '  KEY CARDS REJECTED: ' WS-CARDS-REJECTED
           DISPLAY '  ACCOUNTS REPORTED.: ' WS-KEY-COUNT
           DISPLAY '  NOT ON MASTER.....: ' WS-KEYS-NOT-ON-MASTER
           DISPLAY '  ARCHIVED..........: ' WS-KEYS-ARCHIVED
           IF WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9900-ABEND-FILE-OPEN.
           DISPLAY 'UACCTINQ *** FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' STATUS=' WS-ABEND-FILE-STATUS ' ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
