      *****************************************************************
      *    RPTCAT.CPY
      *    REPORT-CATALOG-RECORD LAYOUT FOR THE "rptcat" INDEXED FILE.
      *    ONE RECORD PER REPORT RUN, KEYED BY THE REPORT ID (THE
      *    REPORT FILE'S NAME IN UPPER CASE) PLUS THE RUN DATE AND
      *    TIME, SO A START ON THE REPORT ID LISTS EVERY RETAINED RUN
      *    OLDEST FIRST.  WRITTEN BY RPTREG AS EACH REPORT CLOSES; THE
      *    LINES THEMSELVES ARE KEPT ON "rptstore" UNDER THE SAME KEY.
      *    RPTPURGE AGES THE COPY OUT PER "rptret" AND MARKS THE ENTRY
      *    PURGED - THE CATALOG ENTRY ITSELF IS NEVER DELETED, SO THE
      *    FACT THAT A RUN HAPPENED SURVIVES ITS RETAINED COPY.
      *****************************************************************
       01  REPORT-CATALOG-RECORD.
           03 RPC-KEY.
              05 RPC-REPORT-ID            PIC X(08).
              05 RPC-RUN-DATE             PIC 9(08).
              05 RPC-RUN-TIME             PIC 9(06).
           03 RPC-PROGRAM                 PIC X(08).
           03 RPC-SOURCE-FILE             PIC X(20).
           03 RPC-RUN-BY                  PIC X(05).
           03 RPC-JOB-DATE                PIC 9(08).
           03 RPC-JOB-STEP                PIC 9(02).
           03 RPC-LINE-COUNT              PIC 9(07).
           03 RPC-PAGE-COUNT              PIC 9(05).
           03 RPC-RECORD-LEN              PIC 9(03).
           03 RPC-COPY-STATUS             PIC X(01).
              88 RPC-COPY-RETAINED                VALUE "R".
              88 RPC-COPY-PURGED                  VALUE "P".
           03 RPC-PURGE-DATE              PIC 9(08).
