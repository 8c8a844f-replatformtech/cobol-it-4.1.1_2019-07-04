      *****************************************************************
      *    BSMPARM.CPY
      *    CALL BLOCK FOR BSMSEND, THE BAGGAGE SOURCE MESSAGE (BSM)
      *    SUBPROGRAM.  THE CALLER PASSES THE BAG-TAG-RECORD AND THE
      *    OWNING CUSTOMER-RECORD AND SETS THE ACTION:
      *      "N" NEW BAG - TAG JUST ISSUED, AUTHORITY TO LOAD
      *      "O" OFFLOAD - CHANGE MESSAGE, NO AUTHORITY TO LOAD
      *      "D" DELETE  - THE BAG IS NO LONGER ON THE FLIGHT (THE
      *          RESERVATION IS GONE); THE CUSTOMER-RECORD MAY BE
      *          SPACES.
      *    BSP-STATION COMES BACK AS THE DEPARTURE STATION WHOSE
      *    OUTBOUND QUEUE THE MESSAGE WENT TO, BSP-MSG-ID AS ITS ID.
      *****************************************************************
       01  BSM-PARMS.
           03 BSP-ACTION                  PIC X(01).
              88 BSP-NEW-BAG                      VALUE "N".
              88 BSP-OFFLOAD                      VALUE "O".
              88 BSP-DELETE                       VALUE "D".
           03 BSP-RESULT                  PIC X(01).
              88 BSP-QUEUED                       VALUE "K".
              88 BSP-FAILED                       VALUE "F".
           03 BSP-STATION                 PIC X(03).
           03 BSP-MSG-ID                  PIC X(12).
