      *****************************************************************
      *    FILEKEYS.CPY
      *    FILE-KEY-RECORD LAYOUT FOR THE "filekeys" INDEXED FILE.
      *    FILEMON'S SNAPSHOT OF EVERY PRIMARY KEY ON EACH MONITORED
      *    INDEXED FILE, SO THE NIGHTLY RUN CAN COUNT EXACTLY WHICH
      *    RECORDS WERE ADDED AND WHICH DELETED SINCE THE NIGHT
      *    BEFORE - A NET CHANGE IN THE RECORD COUNT HIDES A PURGE
      *    THAT WAS MATCHED BY NEW BOOKINGS.  A KEY GONE FROM THE FILE
      *    IS KEPT ONE NIGHT WITH ITS GONE DATE SET, SO A RERUN OF THE
      *    SAME NIGHT STILL COUNTS IT, AND IS DROPPED ON THE NEXT RUN.
      *****************************************************************
       01  FILE-KEY-RECORD.
           03 FKS-KEY.
              05 FKS-FILE-ID              PIC X(08).
              05 FKS-REC-KEY              PIC X(30).
           03 FKS-FIRST-SEEN              PIC 9(08).
           03 FKS-LAST-SEEN               PIC 9(08).
           03 FKS-GONE-DATE               PIC 9(08).
