      *****************************************************************
      *    BOOKJRNL.CPY
      *    BOOKING-JOURNAL-RECORD LAYOUT FOR THE "bookjrnl" INDEXED
      *    FILE - THE DATED DAILY JOURNAL OF RESERVATION MONEY EVENTS.
      *    ONE RECORD PER BOOKING, FEE, CHANGE, MOVE, CANCELLATION OR
      *    LATER PAYMENT (AN INSTALLMENT OR A BAG FEE WRITTEN TO
      *    "collitem"), KEYED BY BUSINESS DATE AND RESERVATION ID SO
      *    THE NIGHTLY REPORTING PROGRAMS CAN VISIT JUST THE
      *    RESERVATIONS TOUCHED ON A DATE INSTEAD OF READING THE WHOLE
      *    CUSTOMER FILE.
      *    WRITTEN ONLY THROUGH THE BKJRNL SUBPROGRAM; PROVED AGAINST
      *    A FULL SCAN OF "customer" EACH WEEK BY JRNLCHK.
      *****************************************************************
       01  BOOKING-JOURNAL-RECORD.
           03 BJ-KEY.
              05 BJ-JOURNAL-DATE          PIC 9(08).
              05 BJ-CUST-RES-ID           PIC X(11).
              05 BJ-SEQ                   PIC 9(03).
           03 BJ-EVENT-TYPE               PIC X(01).
              88 BJ-BOOKING                       VALUE "B".
              88 BJ-FEE                           VALUE "F".
              88 BJ-CHANGE                        VALUE "C".
              88 BJ-MOVE                          VALUE "M".
              88 BJ-CANCEL                        VALUE "X".
              88 BJ-PAYMENT                       VALUE "P".
           03 BJ-EVENT-TIME               PIC 9(06).
      *    TOTAL COLLECTED ON THE RESERVATION AFTER THE EVENT (BEFORE
      *    IT, FOR A CANCELLATION).
           03 BJ-AMOUNT                   PIC 9(07)V99.
           03 BJ-DETAIL                   PIC X(12).
           03 BJ-PROGRAM                  PIC X(10).
           03 BJ-OP-ID                    PIC X(05).
      *    A MOVE CARRIES THE RESERVATION ID IT WAS MOVED FROM.
           03 BJ-PRIOR-RES-ID             PIC X(11).
