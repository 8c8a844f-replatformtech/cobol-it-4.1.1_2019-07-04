      *****************************************************************
      *    TURNAWAY.CPY
      *    TURNAWAY-RECORD LAYOUT FOR THE "turnaway" SEQUENTIAL FILE.
      *    ONE RECORD PER REQUEST FOR SPACE WE COULD NOT SELL - AN
      *    AVAILABILITY SEARCH THAT SHOWED NOTHING, OR A CABIN-FULL
      *    REFUSAL ON THE BOOKING SCREEN OR IN AGENCY/STATION/WEB
      *    INGEST.  WRITTEN ONLY BY TRNAWAY; READ BY SPILLRPT TO
      *    ESTIMATE THE DEMAND THE BOOKED COUNTS NEVER SEE.  A SEARCH
      *    WITH NO MATCHING FLIGHT CARRIES A BLANK TW-FLIGHT-ID AND
      *    ONLY THE ROUTE AND DATE ASKED FOR.
      *****************************************************************
       01  TURNAWAY-RECORD.
           03 TW-FLIGHT-ID                PIC X(07).
           03 TW-ORIGIN                   PIC X(03).
           03 TW-DEST                     PIC X(03).
           03 TW-TRAVEL-DATE              PIC 9(08).
           03 TW-CABIN                    PIC X(02).
           03 TW-BOOKING-CLASS            PIC X(01).
           03 TW-REQUEST-DATE             PIC 9(08).
           03 TW-REQUEST-TIME             PIC 9(06).
           03 TW-DAYS-BEFORE              PIC 9(04).
           03 TW-CHANNEL                  PIC X(03).
              88 TW-RES-SCREEN                    VALUE "RES".
              88 TW-AGENCY                        VALUE "AGY".
              88 TW-STATION                       VALUE "STN".
              88 TW-WEB                           VALUE "WEB".
           03 TW-WAITLIST-FLAG            PIC X(01).
              88 TW-WAITLIST-TAKEN                VALUE "Y".
              88 TW-WAITLIST-DECLINED             VALUE "N".
           03 TW-REASON                   PIC X(01).
              88 TW-SEARCH-EMPTY                  VALUE "S".
              88 TW-CABIN-FULL                    VALUE "F".
           03 FILLER                      PIC X(09).
