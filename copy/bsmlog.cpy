      *****************************************************************
      *    BSMLOG.CPY
      *    BSM-LOG-RECORD LAYOUT FOR THE SEQUENTIAL "bsmlog" FILE -
      *    EVERY BAGGAGE SOURCE MESSAGE LINE BSMSEND HAS QUEUED, WITH
      *    THE DATE AND TIME IT WENT OUT, KEPT SO BSMRESND CAN PUT A
      *    STATION'S MESSAGES BACK ON ITS QUEUE WHEN THE SORTATION
      *    LINK WAS DOWN.  BSL-QUEUE-LINE IS THE QUEUE RECORD EXACTLY
      *    AS IT WAS WRITTEN.
      *****************************************************************
       01  BSM-LOG-RECORD.
           03 BSL-SENT-DATE               PIC 9(08).
           03 BSL-SENT-TIME               PIC 9(04).
           03 BSL-ACTION                  PIC X(01).
           03 BSL-FLIGHT-ID               PIC X(07).
           03 BSL-TAG-NO                  PIC X(10).
           03 BSL-QUEUE-LINE.
              05 BSL-STATION              PIC X(03).
              05 BSL-MSG-ID               PIC X(12).
              05 BSL-LINE-NO              PIC 9(03).
              05 BSL-TEXT                 PIC X(64).
