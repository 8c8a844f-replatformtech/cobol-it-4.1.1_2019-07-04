      *****************************************************************
      *    FILECAP.CPY
      *    FILE-CAPACITY-RECORD LAYOUT FOR THE "filecap" INDEXED FILE.
      *    ONE RECORD PER MONITORED DATA FILE, KEYED BY THE FILE NAME
      *    FILEMON REPORTS IT UNDER ("CUSTOMER", "CUSTARCH" ...),
      *    HOLDING THE RECORD COUNTS AT WHICH THE FILE IS WORTH A
      *    SUPERVISOR'S LOOK (WARNING) AND AT WHICH IT MUST BE
      *    REORGANIZED, PURGED OR RESIZED (LIMIT).  MAINTAINED THROUGH
      *    REFMAINT.  A FILE WITH NO RECORD HERE IS STILL COUNTED
      *    NIGHTLY BUT IS NEVER PROJECTED OR RAISED.
      *****************************************************************
       01  FILE-CAPACITY-RECORD.
           03 FLC-FILE-ID                 PIC X(08).
           03 FLC-WARN-RECS               PIC 9(09).
           03 FLC-LIMIT-RECS              PIC 9(09).
           03 FLC-UPDATED-DATE            PIC 9(08).
           03 FLC-UPDATED-BY              PIC X(05).
