      *****************************************************************
      *    UPGBID.CPY
      *    UPGRADE-BID-RECORD LAYOUT FOR THE "upgbid" INDEXED FILE.
      *    ONE RECORD PER RESERVATION THAT HAS BID CASH FOR A FIRST
      *    CLASS UPGRADE, PLACED AT THE COUNTER (CUSTOMER0) OR THROUGH
      *    MANAGE-MY-BOOKING (MMBSERV) VIA BIDPLACE, AND SETTLED BY
      *    BIDAWARD WHEN THE ROUTE'S BIDDING WINDOW CLOSES.  THE BID IS
      *    CHARGED TO THE CARD ON THE RESERVATION, HELD HERE AS ITS
      *    VAULT TOKEN.  A WINNING BID CARRIES THE FC SEAT GIVEN AND
      *    THE EMD ISSUED FOR THE CHARGE.
      *****************************************************************
       01  UPGRADE-BID-RECORD.
           03 UB-CUST-RES-ID              PIC X(11).
           03 UB-FLIGHT-ID                PIC X(07).
           03 UB-BID-AMT                  PIC 9(05)V99.
           03 UB-PAYMENT-TYPE             PIC X(03).
           03 UB-CARD-TOKEN               PIC X(16).
           03 UB-BID-DATE                 PIC 9(08).
           03 UB-BID-TIME                 PIC 9(06).
           03 UB-ENTERED-BY               PIC X(05).
           03 UB-STATUS                   PIC X(01).
              88 UB-OPEN                          VALUE "O".
              88 UB-WON                           VALUE "W".
              88 UB-LOST                          VALUE "L".
              88 UB-DECLINED                      VALUE "D".
              88 UB-WITHDRAWN                     VALUE "X".
              88 UB-VOID                          VALUE "V".
              88 UB-SETTLED                       VALUE "W" "L" "D".
           03 UB-STATUS-DATE              PIC 9(08).
           03 UB-SEAT-AWARDED             PIC X(04).
           03 UB-EMD-NO                   PIC X(13).
