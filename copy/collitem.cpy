      *****************************************************************
      *    COLLITEM.CPY
      *    COLLECTION-ITEM-RECORD LAYOUT FOR THE "collitem" INDEXED
      *    FILE - MONEY TAKEN ON A RESERVATION AFTER BOOKING DAY THAT
      *    HAS NO DATED BUCKET OF ITS OWN ON THE CUSTOMER RECORD.  ONE
      *    RECORD PER COLLECTION, KEYED BY THE DATE TAKEN AND THE
      *    RESERVATION ID (ALTERNATE KEY RESERVATION ID ALONE):
      *      I  A PAY-LATER INSTALLMENT TAKEN BY INSTCOLL ON THE
      *         VAULTED CARD;
      *      B  A BAG FEE TAKEN AT CHECK-IN (OR A FURTHER ONE BOUGHT
      *         ONLINE) ON A RESERVATION WHOSE EARLIER BAG FEE WAS
      *         ALREADY JOURNALED ON ITS OWN DATE.  THE AMOUNT IS ALSO
      *         IN BAG-FEE-AMT, WHICH KEEPS THE EARLIER DATE;
      *      U  A WINNING UPGRADE BID CHARGED BY BIDAWARD TO THE CARD
      *         THE BID WAS TAKEN ON.  THE AMOUNT IS ALSO IN
      *         TOTAL-COLLECTED-AMT.
      *    EVERY ITEM IS ALSO JOURNALED TO "bookjrnl" ON ITS DATE.
      *    SETLBAT PRESENTS THE CARD ITEMS FOR THE DATE AND
      *    STAMPS DC-SETTLE-DATE; GLEXTR POSTS EACH ITEM ON ITS DATE.
      *****************************************************************
       01  COLLECTION-ITEM-RECORD.
           03 DC-KEY.
              05 DC-COLLECT-DATE          PIC 9(08).
              05 DC-CUST-RES-ID           PIC X(11).
              05 DC-SEQ                   PIC 9(02).
           03 DC-SOURCE                   PIC X(01).
              88 DC-INSTALLMENT                   VALUE "I".
              88 DC-BAG-FEE                       VALUE "B".
              88 DC-UPGRADE-BID                   VALUE "U".
      *    BLANK PAYMENT TYPE = TAKEN AT THE COUNTER, NOT ON A CARD
      *    THIS SHOP PRESENTS.
           03 DC-PAYMENT-TYPE             PIC X(03).
              88 DC-CARD-PAYMENT                  VALUE "MST" "VSA".
           03 DC-CARD-TOKEN               PIC X(16).
           03 DC-AMOUNT                   PIC 9(07)V99.
           03 DC-CURRENCY                 PIC X(03).
           03 DC-PROGRAM                  PIC X(10).
           03 DC-OP-ID                    PIC X(05).
           03 DC-SETTLE-DATE              PIC 9(08).
           03 FILLER                      PIC X(10).
