      *****************************************************************
      *    COMPCLM.CPY
      *    COMP-CLAIM-RECORD LAYOUT FOR THE "compclm" INDEXED FILE.
      *    ONE RECORD PER PASSENGER OWED STATUTORY CASH COMPENSATION
      *    FOR A LONG ARRIVAL DELAY OR A LATE CANCELLATION, BUILT BY
      *    COMPCLM WITHOUT WAITING FOR THE PASSENGER TO ASK.  KEYED BY
      *    THE RESERVATION (WHICH ALREADY CARRIES THE FLIGHT) SO NO
      *    SEGMENT IS EVER COMPENSATED TWICE, WITH THE FLIGHT AS AN
      *    ALTERNATE KEY FOR THE LIABILITY REPORT.  THE STATUS WALKS
      *    ENTITLED -> APPROVED (PASSENGER HAS CHOSEN CASH OR
      *    VOUCHER) -> PAID; A CLAIM THE DESK DISALLOWS (EXTRAORDINARY
      *    CIRCUMSTANCES) IS REJECTED.  CLAIM NUMBERS DRAW FROM THE
      *    SHARED "clmctr" SERIES, ROW "E".
      *****************************************************************
       01  COMP-CLAIM-RECORD.
           03 EC-CUST-RES-ID              PIC X(11).
           03 EC-FLIGHT-ID                PIC X(07).
           03 EC-CLAIM-NO                 PIC 9(07).
           03 EC-LNAME                    PIC X(30).
           03 EC-FNAME                    PIC X(30).
           03 EC-CAUSE                    PIC X(01).
              88 EC-CAUSE-DELAY                   VALUE "D".
              88 EC-CAUSE-CANCEL                  VALUE "C".
           03 EC-DELAY-MINS               PIC 9(04).
           03 EC-MILES                    PIC 9(05).
           03 EC-BAND                     PIC X(01).
              88 EC-BAND-SHORT                    VALUE "1".
              88 EC-BAND-MEDIUM                   VALUE "2".
              88 EC-BAND-LONG                     VALUE "3".
           03 EC-AMOUNT                   PIC 9(05)V99.
           03 EC-STATUS                   PIC X(01).
              88 EC-ENTITLED                      VALUE "E".
              88 EC-APPROVED                      VALUE "A".
              88 EC-PAID                          VALUE "P".
              88 EC-REJECTED                      VALUE "R".
           03 EC-PAY-CHOICE               PIC X(01).
              88 EC-PAY-CASH                      VALUE "C".
              88 EC-PAY-VOUCHER                   VALUE "V".
           03 EC-VOUCHER-NO               PIC X(08).
           03 EC-DISB-NO                  PIC 9(07).
           03 EC-CREATED-DATE             PIC 9(08).
           03 EC-STATUS-DATE              PIC 9(08).
           03 EC-OP-ID                    PIC X(05).
