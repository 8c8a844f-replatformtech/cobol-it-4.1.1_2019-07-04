      *****************************************************************
      *    FLTDIV.CPY
      *    FLIGHT-DIVERSION-RECORD LAYOUT FOR THE "fltdiv" INDEXED
      *    FILE.  ONE RECORD PER FLIGHT THAT LANDED AT AN AIRPORT OTHER
      *    THAN FM-DESTINATION, KEYED BY THE DIVERTED FLIGHT.  THE
      *    FLIGHT MASTER ITSELF ONLY CARRIES FM-STATUS-CODE "V"; THE
      *    DIVERSION AIRPORT, LANDING DATE AND TIME, AND WHAT OPS DID
      *    WITH THE PASSENGERS LIVE HERE.  WRITTEN AND WORKED BY
      *    FLTDIVRT; READ BY AMENVCH TO FIND THE DIVERTED PASSENGERS.
      *****************************************************************
       01  FLIGHT-DIVERSION-RECORD.
           03 DIV-FLIGHT-ID               PIC X(07).
           03 DIV-AIRPORT                 PIC X(03).
           03 DIV-LAND-DATE               PIC 9(08).
           03 DIV-LAND-TIME               PIC 9(04).
           03 DIV-ORIG-DEST               PIC X(03).
           03 DIV-DISPOSITION             PIC X(01).
              88 DIV-PENDING                      VALUE "P".
              88 DIV-RECOVERED                    VALUE "R".
              88 DIV-TERMINATED                   VALUE "T".
           03 DIV-RECOVERY-FLIGHT-ID      PIC X(07).
           03 DIV-PAX-COUNT               PIC 9(03).
           03 DIV-BAG-COUNT               PIC 9(03).
           03 DIV-REQUEUED-COUNT          PIC 9(03).
           03 DIV-RECORDED-BY             PIC X(05).
           03 DIV-RECORDED-DATE           PIC 9(08).
           03 DIV-WORKED-BY               PIC X(05).
           03 DIV-WORKED-DATE             PIC 9(08).
           03 FILLER                      PIC X(10).
