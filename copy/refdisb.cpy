      *    PAYMENT (CARD-CREDIT FILE, VOUCHER RELOAD, OR MANUAL CHECK
      *    LIST).  THE STATUS WALKS REQUESTED -> SENT -> CONFIRMED SO
      *    "WHERE IS MY REFUND" FINALLY HAS AN ANSWER.  NUMBERS DRAW
      *    FROM THE SHARED "clmctr" SERIES, ROW "R".  COMPCLM ALSO
      *    PAYS CASH DELAY/CANCELLATION COMPENSATION THROUGH THIS
      *    FILE, FLAGGED BY RD-SOURCE SO IT IS NEVER MISTAKEN FOR A
      *    LOGGED REFUND.
      *****************************************************************
       01  REFUND-DISB-RECORD.
           03 RD-DISB-NO                  PIC 9(07).
              88 RD-SENT                          VALUE "S".
              88 RD-CONFIRMED                     VALUE "C".
           03 RD-STATUS-DATE              PIC 9(08).
           03 RD-SOURCE                   PIC X(01).
              88 RD-FROM-REFUND                   VALUE " " "R".
              88 RD-FROM-COMPENSATION             VALUE "E".
