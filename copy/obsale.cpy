      *****************************************************************
      *    OBSALE.CPY
      *    ONBOARD-SALE-RECORD LAYOUT FOR THE "obsale" INDEXED FILE.
      *    ONE RECORD PER ACCEPTED LINE OF A FLIGHT'S HANDHELD SALES
      *    UPLOAD, KEYED BY FLIGHT AND UPLOAD LINE NUMBER (THE PAIR
      *    FITS THE 11-BYTE SOURCE/RESERVATION FIELD OF THE SETTLEMENT
      *    AND JOURNAL FILES).  CARD NUMBERS ARE HELD AS VAULT TOKENS.
      *    WRITTEN BY OBSALES; SETLBAT PRESENTS THE CARD LINES AND
      *    MARKS THEM SETTLED; GLEXTR POSTS THE REVENUE ON THE UPLOAD
      *    DATE.
      *****************************************************************
       01  ONBOARD-SALE-RECORD.
           03 OL-KEY.
              05 OL-FLIGHT-ID             PIC X(07).
              05 OL-LINE-NO               PIC 9(04).
           03 OL-ITEM-CODE                PIC X(06).
           03 OL-CATEGORY                 PIC X(01).
              88 OL-DUTY-FREE                     VALUE "T".
           03 OL-QTY                      PIC 9(03).
           03 OL-UNIT-PRICE               PIC 9(04)V99.
           03 OL-AMOUNT                   PIC 9(06)V99.
           03 OL-PAYMENT-TYPE             PIC X(03).
              88 OL-CASH                          VALUE "CSH".
              88 OL-CARD                          VALUE "MST" "VSA".
           03 OL-CARD-ACCT-NO             PIC X(16).
           03 OL-CREW-EMP-NO              PIC X(06).
           03 OL-SEAL-NO                  PIC X(08).
           03 OL-LOAD-DATE                PIC 9(08).
           03 OL-SETTLED-FLAG             PIC X(01).
              88 OL-SETTLED                       VALUE "Y".
              88 OL-NOT-SETTLED                   VALUE "N".
           03 OL-SETTLE-DATE              PIC 9(08).
