      *****************************************************************
      *    DSARLOG.CPY
      *    DSAR-LOG-RECORD LAYOUT FOR THE "dsarlog" INDEXED FILE.  ONE
      *    RECORD PER DATA SUBJECT ACCESS REQUEST - A PASSENGER ASKING
      *    FOR EVERYTHING WE HOLD ABOUT THEM - KEYED BY A REQUEST
      *    NUMBER FROM THE SHARED "clmctr" SERIES, ROW "A".  THE DUE
      *    DATE IS THE STATUTORY RESPONSE DEADLINE COUNTED FROM THE
      *    DAY THE REQUEST WAS RECEIVED.  THE STATUS WALKS PRODUCED
      *    (DISCLOSURE AND EXTRACT WRITTEN) -> SENT (RESPONSE GONE TO
      *    THE PASSENGER).  WORKED THROUGH THE DSAR PROGRAM.
      *****************************************************************
       01  DSAR-LOG-RECORD.
           03 DSR-REQUEST-NO              PIC 9(07).
           03 DSR-LNAME                   PIC X(30).
           03 DSR-FNAME                   PIC X(30).
           03 DSR-DOB                     PIC X(08).
           03 DSR-FFP-NO                  PIC X(09).
           03 DSR-RECEIVED-DATE           PIC 9(08).
           03 DSR-DUE-DATE                PIC 9(08).
           03 DSR-OP-ID                   PIC X(05).
           03 DSR-STATUS                  PIC X(01).
              88 DSR-PRODUCED                     VALUE "P".
              88 DSR-SENT                         VALUE "S".
           03 DSR-PRODUCED-DATE           PIC 9(08).
           03 DSR-SENT-DATE               PIC 9(08).
           03 DSR-RECORDS-FOUND           PIC 9(05).
