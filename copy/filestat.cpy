      *****************************************************************
      *    FILESTAT.CPY
      *    FILE-STAT-RECORD LAYOUT FOR THE "filestat" INDEXED FILE.
      *    ONE RECORD PER MONITORED DATA FILE PER NIGHTLY FILEMON RUN:
      *    RECORDS ON FILE, RECORDS ADDED AND DELETED SINCE THE
      *    PREVIOUS RUN, THE FIXED RECORD LENGTH AND THE SPACE THE
      *    RECORDS TAKE (RECORDS X LENGTH, IN KB), AND THE CAPACITY
      *    LEVEL THE FILE STOOD AT.  THE HISTORY IS WHAT THE GROWTH
      *    TREND AND DAYS-TO-THRESHOLD PROJECTION ARE TAKEN FROM.
      *    A RERUN ON THE SAME DATE REPLACES THAT DATE'S RECORD.
      *****************************************************************
       01  FILE-STAT-RECORD.
           03 FST-KEY.
              05 FST-FILE-ID              PIC X(08).
              05 FST-RUN-DATE             PIC 9(08).
           03 FST-RUN-TIME                PIC 9(06).
           03 FST-RECORD-COUNT            PIC 9(09).
           03 FST-ADDED                   PIC 9(09).
           03 FST-DELETED                 PIC 9(09).
           03 FST-RECORD-LEN              PIC 9(05).
           03 FST-SPACE-KB                PIC 9(09).
           03 FST-LEVEL                   PIC X(01).
              88 FST-LEVEL-OK                     VALUE " ".
              88 FST-LEVEL-WARN                   VALUE "W".
              88 FST-LEVEL-LIMIT                  VALUE "L".
