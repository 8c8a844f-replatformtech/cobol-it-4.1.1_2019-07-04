      *****************************************************************
      *    BIDLIMIT.CPY
      *    BID-LIMIT-RECORD LAYOUT FOR THE "bidlimit" INDEXED FILE.
      *    ONE RECORD PER ORIGIN/DESTINATION PAIR ON WHICH COACH
      *    PASSENGERS MAY BID CASH FOR A FIRST CLASS UPGRADE, GIVING
      *    THE LOWEST AND HIGHEST BID ACCEPTED AND HOW MANY HOURS
      *    BEFORE SCHEDULED DEPARTURE BIDDING CLOSES AND BIDAWARD
      *    SETTLES THE AUCTION.  A ROUTE WITH NO RECORD TAKES NO BIDS.
      *    MAINTAINED THROUGH REFMAINT.
      *****************************************************************
       01  BID-LIMIT-RECORD.
           03 UL-KEY.
              05 UL-ORIGIN                PIC X(03).
              05 UL-DEST                  PIC X(03).
           03 UL-MIN-BID                  PIC 9(05)V99.
           03 UL-MAX-BID                  PIC 9(05)V99.
           03 UL-CLOSE-HOURS              PIC 9(03).
