      *****************************************************************
      *    BCBPDATA.CPY
      *    BOARDING-PASS-DATA-RECORD LAYOUT FOR THE "bcbpdata" INDEXED
      *    FILE.  ONE RECORD PER CHECKED-IN RESERVATION HOLDING THE
      *    BAR-CODED BOARDING PASS DATA STRING LAST ISSUED FOR IT.
      *    WRITTEN BY BCBPGEN AT CHECK-IN, REWRITTEN ON RE-ISSUE, AND
      *    READ BY MAILSEND TO ATTACH THE PASS TO THE PASSENGER'S
      *    E-MAIL.
      *****************************************************************
       01  BOARDING-PASS-DATA-RECORD.
           03 BPD-CUST-RES-ID             PIC X(11).
           03 BPD-ISSUE-DATE              PIC 9(08).
           03 BPD-ISSUE-TIME              PIC 9(06).
           03 BPD-LEG-COUNT               PIC 9(01).
           03 BPD-DATA-LEN                PIC 9(03).
           03 BPD-DATA                    PIC X(400).
           03 FILLER                      PIC X(10).
