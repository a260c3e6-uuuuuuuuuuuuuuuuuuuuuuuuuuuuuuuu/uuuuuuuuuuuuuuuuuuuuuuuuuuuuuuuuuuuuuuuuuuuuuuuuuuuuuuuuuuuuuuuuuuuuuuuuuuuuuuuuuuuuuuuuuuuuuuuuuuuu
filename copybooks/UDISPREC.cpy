      *          ACCOUNT AS A NEGATIVE ADJUSTMENT AND     *
      *          CLEAR THE ENTRY.                         *
      *    'F' - FORCE-MATCH: POST THE REFUND TO THE      *
      *          NAMED TARGET ACCOUNT, UNDER THE ENTRY'S  *
      *          OWN TYPE CODE, AND CLEAR THE ENTRY.      *
      *    'R' - RETURN TO REGION: CLEAR THE ENTRY WITH   *
      *          NO POSTING; THE REGION RE-SENDS A        *
      *          CORRECTED TRANSACTION.                   *
