      *****************************************************
      *  URATEREC - FINANCE CHARGE / LATE FEE RATE TABLE  *
      *  ONE CARD PER CHARGE TYPE PER EFFECTIVE DATE,     *
      *  KEPT BY THE BUSINESS ON PROD.UUUUUUUU.RATETBL    *
      *  AND READ BY UFINCHG AT EACH PERIOD-END           *
      *  ASSESSMENT.  FOR EACH CHARGE TYPE THE CARD WITH  *
      *  THE LATEST EFFECTIVE DATE ON OR BEFORE THE       *
      *  PERIOD CUTOFF IS THE ONE IN FORCE, SO A RATE     *
      *  CHANGE IS KEYED AHEAD OF TIME AND OLD CARDS MAY  *
      *  STAY ON FILE.                                    *
      *    'FC' - FINANCE CHARGE: URATE-PERIODIC-RATE     *
      *          PERCENT OF THE BALANCE STILL OWED AFTER  *
      *          URATE-GRACE-DAYS PAST THE PRIOR CUTOFF,  *
      *          WHEN THAT BALANCE IS AT LEAST            *
      *          URATE-MIN-BALANCE.                       *
      *    'LF' - LATE FEE: URATE-FLAT-AMOUNT WHEN NO     *
      *          PAYMENT POSTED IN THE PERIOD (OR WITHIN  *
      *          URATE-GRACE-DAYS OF THE PRIOR CUTOFF,    *
      *          WHEN NOT ZERO) ON A PRIOR-CUTOFF BALANCE *
      *          OF AT LEAST URATE-MIN-BALANCE.           *
      *****************************************************
       01  URATE-RECORD.
           05  URATE-CHARGE-TYPE           PIC X(02).
               88  URATE-FINANCE-CHARGE        VALUE 'FC'.
               88  URATE-LATE-FEE              VALUE 'LF'.
           05  URATE-EFF-DATE              PIC 9(08).
           05  URATE-PERIODIC-RATE         PIC 9(03)V9(04).
           05  URATE-FLAT-AMOUNT           PIC 9(07)V99.
           05  URATE-MIN-BALANCE           PIC 9(09)V99.
           05  URATE-GRACE-DAYS            PIC 9(03).
           05  FILLER                      PIC X(40).
