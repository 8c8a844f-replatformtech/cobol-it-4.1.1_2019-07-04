      *****************************************************************
      *    ADDONPRD.CPY
      *    ADD-ON-PRODUCT-RECORD LAYOUT FOR THE "addonprd" INDEXED FILE.
      *    ONE RECORD PER HOTEL STAY OR CAR HIRE SOLD ALONGSIDE A
      *    RESERVATION, KEYED BY THE RESERVATION PLUS A SEQUENCE SO A
      *    START ON THE RESERVATION READS ALL ITS ADD-ONS.  THE
      *    SUPPLIER ALTERNATE KEY DRIVES THE MONTHLY SUPPLIER
      *    COMMISSION STATEMENT (SUPCOMM).  AO-UNITS IS NIGHTS FOR A
      *    HOTEL AND HIRE DAYS FOR A CAR; AO-TOTAL-AMT IS WHAT THE
      *    SUPPLIER CHARGES THE CUSTOMER AND AO-COMM-AMT IS OUR
      *    COMMISSION ON IT.  THE CUSTOMER PAYS THE SUPPLIER DIRECT -
      *    NOTHING HERE IS COLLECTED AT BOOKING.  CANCELLING THE
      *    RESERVATION CANCELS ITS ADD-ONS (AO-CANCELLED).
      *****************************************************************
       01  ADD-ON-PRODUCT-RECORD.
           03 AO-KEY.
              05 AO-CUST-RES-ID           PIC X(11).
              05 AO-SEQ                   PIC 9(02).
           03 AO-SUPPLIER                 PIC X(20).
           03 AO-PRODUCT-TYPE             PIC X(01).
              88 AO-HOTEL                         VALUE "H".
              88 AO-CAR-HIRE                      VALUE "C".
           03 AO-DEST                     PIC X(03).
           03 AO-IN-DATE                  PIC 9(08).
           03 AO-OUT-DATE                 PIC 9(08).
           03 AO-RATE                     PIC 9(05)V99.
           03 AO-UNITS                    PIC 9(03).
           03 AO-TOTAL-AMT                PIC 9(07)V99.
           03 AO-CONFIRM-NO               PIC X(15).
           03 AO-COMM-PCT                 PIC 9V999.
           03 AO-COMM-AMT                 PIC 9(07)V99.
           03 AO-STATUS                   PIC X(01).
              88 AO-BOOKED                        VALUE "B".
              88 AO-CANCELLED                     VALUE "X".
           03 AO-SOLD-DATE                PIC 9(08).
           03 AO-CANCEL-DATE              PIC 9(08).
           03 AO-OP-ID                    PIC X(05).
