      *****************************************************
      *  UAMNTREC - ACCOUNT MAINTENANCE CARD LAYOUT       *
      *  ONE CARD PER STATUS CHANGE, PREPARED BY THE      *
      *  ACCOUNT SERVICES DESK AND APPLIED BY UACCTMNT.   *
      *  THE REASON IS THE DESK'S OWN FOUR-CHARACTER      *
      *  CODE AND IS CARRIED ONTO THE MASTER UNCHANGED.   *
      *  ACTIONS:                                         *
      *    'O' - OPEN: BUILD A NEW ZERO-BALANCE MASTER    *
      *          RECORD AHEAD OF ITS FIRST POSTING.       *
      *    'C' - CLOSE: AN OPEN OR FROZEN ACCOUNT WITH A  *
      *          ZERO BALANCE STOPS TAKING ACTIVITY.      *
      *    'F' - FREEZE: AN OPEN ACCOUNT STOPS TAKING     *
      *          ACTIVITY PENDING A DISPUTE OR REVIEW.    *
      *    'U' - UNFREEZE: A FROZEN ACCOUNT REOPENS.      *
      *    'R' - REOPEN: A CLOSED ACCOUNT REOPENS.        *
      *****************************************************
       01  UAMNT-RECORD.
           05  UAMNT-ACTION                PIC X(01).
               88  UAMNT-ACTION-OPEN           VALUE 'O'.
               88  UAMNT-ACTION-CLOSE          VALUE 'C'.
               88  UAMNT-ACTION-FREEZE         VALUE 'F'.
               88  UAMNT-ACTION-UNFREEZE       VALUE 'U'.
               88  UAMNT-ACTION-REOPEN         VALUE 'R'.
           05  UAMNT-KEY                   PIC X(10).
           05  UAMNT-REASON                PIC X(04).
           05  FILLER                      PIC X(65).
