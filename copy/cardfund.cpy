      *****************************************************************
      *    CARDFUND.CPY
      *    CARD-FUNDING-RECORD LAYOUT FOR THE "cardfund" INDEXED FILE.
      *    ONE RECORD PER CARD LINE SETLBAT PRESENTS TO THE NETWORK,
      *    OPENED AS EXPECTED AND WORKED BY FUNDREC AS THE ACQUIRER'S
      *    DEPOSIT FILE COMES IN: FUNDED IN FULL, SHORT-FUNDED (THE
      *    ACQUIRER PAID LESS GROSS THAN WAS PRESENTED), OR - FOR A
      *    DEPOSIT LINE THAT MATCHES NOTHING SETLBAT SENT - RECORDED AS
      *    UNEXPECTED UNDER THE NEXT FREE SEQUENCE.  SF-FEE-AMT IS THE
      *    MERCHANT DISCOUNT THE ACQUIRER KEPT OUT OF THE GROSS.
      *****************************************************************
       01  CARD-FUNDING-RECORD.
           03 SF-KEY.
              05 SF-SETTLE-DATE           PIC 9(08).
              05 SF-CUST-RES-ID           PIC X(11).
              05 SF-SEQ                   PIC 9(01).
           03 SF-CARD-TYPE                PIC X(03).
           03 SF-AMOUNT                   PIC 9(07)V99.
           03 SF-CURRENCY                 PIC X(03).
           03 SF-STATUS                   PIC X(01).
              88 SF-EXPECTED                      VALUE "E".
              88 SF-FUNDED                        VALUE "F".
              88 SF-SHORT-FUNDED                  VALUE "S".
              88 SF-UNEXPECTED                    VALUE "U".
              88 SF-OPEN-ITEM                     VALUE "E" "S" "U".
           03 SF-FUNDED-AMT               PIC 9(07)V99.
           03 SF-FEE-AMT                  PIC 9(05)V99.
           03 SF-FUNDED-DATE              PIC 9(08).
           03 SF-DEPOSIT-REF              PIC X(10).
