      *****************************************************************
      *    BUMPLOG.CPY
      *    BUMP-LOG-RECORD LAYOUT FOR THE "bumplog" SEQUENTIAL FILE.
      *    ONE RECORD PER PASSENGER DENIED BOARDING AT THE GATE,
      *    APPENDED BY GATEOVSL AS THE BUMP IS MADE.  UNLIKE THE
      *    "gateovsl" PRINT, WHICH EACH RUN OVERWRITES, THIS FILE KEEPS
      *    EVERY BUMP, MARKED VOLUNTARY OR INVOLUNTARY, WITH THE
      *    ORIGINAL FLIGHT'S TRAVEL DATE SO CPSTAT CAN COUNT THEM FOR
      *    THE REGULATOR'S MONTH.
      *****************************************************************
       01  BUMP-LOG-RECORD.
           03 DB-FLIGHT-ID                PIC X(07).
           03 DB-TRAVEL-DATE              PIC 9(08).
           03 DB-ORIGIN                   PIC X(03).
           03 DB-DEST                     PIC X(03).
           03 DB-OLD-RES-ID               PIC X(11).
           03 DB-NEW-RES-ID               PIC X(11).
           03 DB-LNAME                    PIC X(30).
           03 DB-FNAME                    PIC X(30).
           03 DB-SEAT-TYPE                PIC X(02).
           03 DB-BUMP-TYPE                PIC X(01).
              88 DB-VOLUNTARY                     VALUE "V".
              88 DB-INVOLUNTARY                   VALUE "I".
           03 DB-COMP-AMT                 PIC 9(05)V99.
           03 DB-VOUCHER-NO               PIC X(08).
           03 DB-ALT-FLIGHT-ID            PIC X(07).
           03 DB-BUMP-DATE                PIC 9(08).
           03 DB-BUMP-TIME                PIC 9(06).
           03 FILLER                      PIC X(10).
