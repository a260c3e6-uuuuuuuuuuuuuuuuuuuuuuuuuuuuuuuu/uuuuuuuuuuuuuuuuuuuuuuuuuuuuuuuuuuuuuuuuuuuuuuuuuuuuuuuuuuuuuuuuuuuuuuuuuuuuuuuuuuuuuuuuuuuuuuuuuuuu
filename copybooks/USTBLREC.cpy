      *****************************************************
      *  USTBLREC - STATEMENT BALANCE CARRY RECORD        *
      *  ONE RECORD PER ACCOUNT ON THE MASTER AT A        *
      *  STATEMENT RUN, IN ACCOUNT-KEY ORDER, CARRYING    *
      *  THE ACCOUNT'S BALANCE AS OF THE PERIOD CUTOFF.   *
      *  WRITTEN TO A NEW GENERATION OF THE STMTBAL GDG   *
      *  BY UACCTSTM AND READ BACK BY THE NEXT PERIOD'S   *
      *  RUN AS EACH ACCOUNT'S OPENING BALANCE, SO THE    *
      *  OPENING FIGURE ON A STATEMENT IS THE CLOSING     *
      *  FIGURE OF THE LAST ONE AND NOT A NUMBER DERIVED  *
      *  FROM THE VERY MASTER BEING PROVED.               *
      *****************************************************
       01  USTBL-RECORD.
           05  USTBL-KEY                   PIC X(10).
           05  USTBL-PERIOD                PIC 9(06).
           05  USTBL-CUTOFF-DATE           PIC 9(08).
           05  USTBL-CLOSING-BALANCE       PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(09).
