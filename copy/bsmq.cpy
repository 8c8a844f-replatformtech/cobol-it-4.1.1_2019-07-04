      *****************************************************************
      *    BSMQ.CPY
      *    BSM-QUEUE-RECORD LAYOUT FOR THE PER-STATION OUTBOUND
      *    BAGGAGE SOURCE MESSAGE QUEUE ("bsmq" + STATION, E.G.
      *    "bsmqjfk") READ BY THE AIRPORT'S BAGGAGE SORTATION LINK.
      *    ONE RECORD PER MESSAGE LINE, IN ORDER; BQ-MSG-ID TIES THE
      *    LINES OF ONE MESSAGE TOGETHER.  WRITTEN BY BSMSEND AND,
      *    AFTER A LINK OUTAGE, BY BSMRESND.
      *****************************************************************
       01  BSM-QUEUE-RECORD.
           03 BQ-STATION                  PIC X(03).
           03 BQ-MSG-ID                   PIC X(12).
           03 BQ-LINE-NO                  PIC 9(03).
           03 BQ-TEXT                     PIC X(64).
