      *****************************************************
      *  UTYPETBL - IN-STORAGE TRANSACTION TYPE CODE      *
      *  TABLE, LOADED FROM TYPETBL (UTYPEREC) AT START-  *
      *  UP BY EVERY PROGRAM THAT TREATS A TRANSACTION BY *
      *  ITS TYPE CODE.  ONE LAYOUT FOR ALL OF THEM SO    *
      *  THE LOADED COPY AND THE HASH PROOF ARE THE SAME  *
      *  EVERYWHERE.  UTYPT-SEEK-CODE/UTYPT-SUB ARE THE   *
      *  LOOKUP ARGUMENT AND RESULT; UTYPT-FOUND SAYS     *
      *  WHETHER THE CODE IS ON THE TABLE AT ALL.         *
      *****************************************************
       01  UTYPT-TABLE-CONTROL.
           05  UTYPT-MAX                   PIC S9(04) COMP VALUE +50.
           05  UTYPT-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  UTYPT-SUB                   PIC S9(04) COMP VALUE ZERO.
           05  UTYPT-SEEK-CODE             PIC X(02) VALUE SPACES.
           05  UTYPT-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  UTYPT-FOUND                 VALUE 'Y'.
           05  UTYPT-CTL-SWITCH            PIC X(01) VALUE 'N'.
               88  UTYPT-CTL-SEEN              VALUE 'Y'.
           05  UTYPT-HASH-ALPHABET         PIC X(39) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789+- '.
           05  UTYPT-HASH-SUB              PIC S9(04) COMP VALUE ZERO.
           05  UTYPT-HASH-POS              PIC S9(04) COMP VALUE ZERO.
           05  UTYPT-ENTRY-CHECK           PIC 9(09) VALUE ZERO.
           05  UTYPT-HASH-TOTAL            PIC 9(15) VALUE ZERO.
           05  UTYPT-CTL-ENTRY-COUNT       PIC 9(04) VALUE ZERO.
           05  UTYPT-CTL-HASH-TOTAL        PIC 9(15) VALUE ZERO.
           05  UTYPT-ENTRY OCCURS 50 TIMES.
               10  UTYPT-CODE              PIC X(02).
               10  UTYPT-SIGN-RULE         PIC X(01).
                   88  UTYPT-SIGN-ADD          VALUE '+'.
                   88  UTYPT-SIGN-SUBTRACT     VALUE '-'.
                   88  UTYPT-SIGN-REVERSE      VALUE 'R'.
               10  UTYPT-PURCHASE-FLAG     PIC X(01).
                   88  UTYPT-HITS-PURCHASE     VALUE 'Y'.
               10  UTYPT-REVERSE-FLAG      PIC X(01).
                   88  UTYPT-REVERSIBLE        VALUE 'Y'.
               10  UTYPT-GL-DR-CR          PIC X(02).
                   88  UTYPT-GL-DEBIT          VALUE 'DR'.
                   88  UTYPT-GL-CREDIT         VALUE 'CR'.
               10  UTYPT-STATUS            PIC X(01).
                   88  UTYPT-ACTIVE            VALUE 'A'.
               10  UTYPT-COUNT-AS          PIC X(02).
               10  UTYPT-DESCRIPTION       PIC X(30).
