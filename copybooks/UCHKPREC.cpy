      *    TABLE CONVENTION AS THE SUSPENDED COUNTS ABOVE.
           05  UCHKP-FEED-SKIPPED          PIC 9(09)
                                               OCCURS 10 TIMES.
      *    ITEMS HELD FOR REVIEW - THE RUN-LEVEL COUNT AND THE
      *    PER-FEED COUNTS FOR THE ACKNOWLEDGMENT TRAILERS, BOTH
      *    AT THE END OF THE RECORD UNDER THE SAME CONVENTION.
           05  UCHKP-RECORDS-HELD          PIC 9(09).
           05  UCHKP-FEED-HELD             PIC 9(09)
                                               OCCURS 10 TIMES.
