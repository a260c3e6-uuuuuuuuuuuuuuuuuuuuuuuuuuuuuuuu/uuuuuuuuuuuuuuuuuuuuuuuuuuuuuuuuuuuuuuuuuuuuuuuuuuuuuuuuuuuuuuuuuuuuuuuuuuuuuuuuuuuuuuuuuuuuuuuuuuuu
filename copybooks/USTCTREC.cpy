      *****************************************************
      *  USTCTREC - STATEMENT RUN CONTROL RECORD          *
      *  ONE RECORD PER UACCTSTM RUN, WRITTEN FOR THE     *
      *  PRINT/MAIL VENDOR AND FOR ACCOUNTING: THE NUMBER *
      *  OF STATEMENTS PRODUCED AND THE TOTAL OF THEIR    *
      *  CLOSING BALANCES, SO THE MAILING CAN BE PROVED   *
      *  AGAINST WHAT THE RUN SAYS IT PRINTED.  ACCOUNTS  *
      *  HELD BACK ON THE EXCEPTION LIST ARE COUNTED      *
      *  SEPARATELY AND ARE IN NEITHER STATEMENT FIGURE.  *
      *****************************************************
       01  USTCT-RECORD.
           05  USTCT-PERIOD                PIC 9(06).
           05  USTCT-CUTOFF-DATE           PIC 9(08).
           05  USTCT-RUN-DATE              PIC 9(08).
           05  USTCT-STATEMENT-COUNT       PIC 9(09).
           05  USTCT-CLOSING-TOTAL         PIC S9(11)V99 COMP-3.
           05  USTCT-EXCEPTION-COUNT       PIC 9(09).
           05  FILLER                      PIC X(13).
