      *****************************************************************
      *    RPTSTORE.CPY
      *    REPORT-STORE-RECORD LAYOUT FOR THE "rptstore" INDEXED FILE.
      *    THE RETAINED COPY OF EVERY CATALOGED REPORT RUN - ONE
      *    RECORD PER PRINT LINE, KEYED BY THE "rptcat" KEY PLUS THE
      *    LINE NUMBER SO A START ON THE CATALOG KEY READS THE REPORT
      *    BACK IN PRINT ORDER.  LINES ARE HELD AT THE WIDEST REPORT
      *    RECORD; RPC-RECORD-LEN SAYS HOW MUCH OF EACH IS REAL.
      *****************************************************************
       01  REPORT-STORE-RECORD.
           03 RPS-KEY.
              05 RPS-CAT-KEY.
                 07 RPS-REPORT-ID         PIC X(08).
                 07 RPS-RUN-DATE          PIC 9(08).
                 07 RPS-RUN-TIME          PIC 9(06).
              05 RPS-LINE-NO              PIC 9(07).
           03 RPS-LINE                    PIC X(100).
