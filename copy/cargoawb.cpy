      *****************************************************************
      *    CARGOAWB.CPY
      *    CARGO-AWB-RECORD LAYOUT FOR THE "cargoawb" INDEXED FILE.
      *    ONE RECORD PER AIR WAYBILL (FREIGHT OR MAIL) BOOKED INTO A
      *    FLIGHT'S HOLD, KEYED BY THE ELEVEN-CHARACTER AWB NUMBER
      *    (CARRIER PREFIX PLUS AN "awbctr" SERIAL) WITH FM-FLIGHT-ID
      *    AS AN ALTERNATE KEY SO A FLIGHT'S LOAD CAN BE WALKED.
      *    WEIGHT IS IN POUNDS TO MATCH THE LOAD SHEET; THE HOLD ZONE
      *    (F/M/A) IS WHERE IT IS LOADED.  ONLY ACCEPTED SHIPMENTS
      *    (PHYSICALLY RECEIVED AND WEIGHED) GO ON THE LOAD SHEET AND
      *    POST CARGO REVENUE, ON THEIR ACCEPTANCE DATE.  BOOKED AND
      *    ACCEPTED WEIGHT BOTH COUNT AGAINST HOLD CAPACITY.
      *    COMMODITY CODES IN USE:
      *      GEN GENERAL FREIGHT    PER PERISHABLES
      *      VAL VALUABLES          AVI LIVE ANIMALS
      *      DGR DANGEROUS GOODS    MAL MAIL
      *****************************************************************
       01  CARGO-AWB-RECORD.
           03 CW-AWB-NO                   PIC X(11).
           03 CW-FLIGHT-ID                PIC X(07).
           03 CW-SHIPPER                  PIC X(30).
           03 CW-CONSIGNEE                PIC X(30).
           03 CW-PIECES                   PIC 9(04).
           03 CW-WEIGHT                   PIC 9(06).
           03 CW-COMMODITY                PIC X(03).
              88 CW-MAIL                          VALUE "MAL".
              88 CW-VALID-COMMODITY               VALUE "GEN" "PER"
                                                        "VAL" "AVI"
                                                        "DGR" "MAL".
           03 CW-CHARGES                  PIC 9(07)V99.
           03 CW-HOLD-ZONE                PIC X(01).
              88 CW-ZONE-FWD                      VALUE "F".
              88 CW-ZONE-MID                      VALUE "M".
              88 CW-ZONE-AFT                      VALUE "A".
           03 CW-STATUS                   PIC X(01).
              88 CW-BOOKED                        VALUE "B".
              88 CW-ACCEPTED                      VALUE "A".
              88 CW-CANCELLED                     VALUE "X".
           03 CW-BOOKED-DATE              PIC 9(08).
           03 CW-ACCEPTED-DATE            PIC 9(08).
           03 CW-OP-ID                    PIC X(05).
