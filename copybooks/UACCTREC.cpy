      *  TRANSACTION APPLIED, SO A CHECKPOINT-RESTART     *
      *  REPLAY CAN RECOGNIZE POSTINGS THE ABENDED RUN    *
      *  ALREADY HARDENED AND SKIP RE-APPLYING THEM.      *
      *  UACCT-STATUS IS MAINTAINED ONLY BY UACCTMNT FROM *
      *  THE ACCOUNT SERVICES DESK'S CARDS; THE DAILY RUN *
      *  REJECTS POSTINGS TO A CLOSED OR FROZEN ACCOUNT.  *
      *****************************************************
       01  UACCT-RECORD.
           05  UACCT-KEY                   PIC X(10).
           05  UACCT-AJ-COUNT              PIC 9(07).
           05  UACCT-LAST-POSTED-DATE      PIC 9(08).
           05  UACCT-LAST-POSTED-SEQ       PIC 9(09).
      *    ACCOUNT STATUS, CARVED FROM THE TRAILING FILLER SO
      *    EXISTING RECORDS NEED NO CONVERSION - THEY CARRY A
      *    SPACE HERE, WHICH READS AS OPEN.  THE STATUS DATE IS
      *    THE RUN DATE OF THE LAST STATUS CHANGE AND THE REASON
      *    IS THE DESK'S CODE FROM THE MAINTENANCE CARD.
           05  UACCT-STATUS                PIC X(01).
               88  UACCT-STATUS-OPEN           VALUE 'O' ' '.
               88  UACCT-STATUS-CLOSED         VALUE 'C'.
               88  UACCT-STATUS-FROZEN         VALUE 'F'.
           05  UACCT-STATUS-DATE           PIC 9(08).
           05  UACCT-STATUS-REASON         PIC X(04).
           05  FILLER                      PIC X(07).
