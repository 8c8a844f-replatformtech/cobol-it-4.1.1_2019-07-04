      *****************************************************************
      *    PNLCTL.CPY
      *    PNL-CONTROL-RECORD LAYOUT FOR THE "pnlctl" INDEXED FILE.
      *    ONE RECORD PER DEPARTURE WHOSE PASSENGER NAME LIST (PNL)
      *    HAS GONE TO THE OUTSTATION HANDLER, WRITTEN BY PNLSEND WHEN
      *    THE PNL IS QUEUED.  PNC-AUDIT-MARK IS HOW MANY "custaudt"
      *    RECORDS HAD BEEN WRITTEN WHEN THE LAST MESSAGE FOR THE
      *    FLIGHT WAS BUILT - THE NEXT CHANGE MESSAGE (ADL) CARRIES
      *    ONLY THE AUDIT RECORDS AFTER IT.  PNC-ADL-COUNT IS THE
      *    NUMBER OF CHANGE MESSAGES SENT SINCE THE PNL.
      *****************************************************************
       01  PNL-CONTROL-RECORD.
           03 PNC-FLIGHT-ID               PIC X(07).
           03 PNC-STATION                 PIC X(03).
           03 PNC-HANDLER-ADDRESS         PIC X(07).
           03 PNC-PNL-DATE                PIC 9(08).
           03 PNC-PNL-TIME                PIC 9(04).
           03 PNC-PNL-PAX                 PIC 9(04).
           03 PNC-ADL-COUNT               PIC 9(03).
           03 PNC-LAST-MSG-DATE           PIC 9(08).
           03 PNC-LAST-MSG-TIME           PIC 9(04).
           03 PNC-AUDIT-MARK              PIC 9(09).
