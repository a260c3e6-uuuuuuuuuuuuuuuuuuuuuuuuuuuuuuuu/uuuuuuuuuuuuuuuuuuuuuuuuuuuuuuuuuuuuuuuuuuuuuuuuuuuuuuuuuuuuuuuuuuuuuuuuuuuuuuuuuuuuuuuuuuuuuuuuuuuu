      *****************************************************
      *  URSCHREC - ACCOUNT RESEARCH WORK RECORD.  ONE    *
      *  RECORD PER ROW UACCTINQ FINDS FOR A RESEARCHED   *
      *  KEY ON ONE OF THE SEQUENTIAL FILES, ALREADY      *
      *  FORMATTED AS ITS REPORT LINE.  THE WORK FILE IS  *
      *  SORTED ON KEY, SECTION AND SEQUENCE SO EACH      *
      *  ACCOUNT'S REPORT READS IT ONCE, IN ORDER, WITH   *
      *  EVERY FILE'S ROWS KEPT IN THEIR ORIGINAL ORDER.  *
      *    SECTION 1 - TRANHIST                           *
      *            3 - SUSPENSE CARRY                     *
      *            4 - LAST RUN'S REJECTS                 *
      *            5 - RECYCLE CARRYOVER                  *
      *            6 - HELD-FOR-REVIEW QUEUE              *
      *            7 - ACKNOWLEDGMENT FEED                *
      *  (SECTION 2, DUPHIST, IS READ BY KEY AT PRINT     *
      *  TIME AND NEVER PASSES THROUGH THE WORK FILE.)    *
      *****************************************************
       01  URSCH-RECORD.
           05  URSCH-KEY                   PIC X(10).
           05  URSCH-SECTION               PIC 9(01).
           05  URSCH-SEQ                   PIC 9(09).
           05  URSCH-LINE                  PIC X(132).
