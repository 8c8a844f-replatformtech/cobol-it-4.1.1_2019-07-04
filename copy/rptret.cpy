      *****************************************************************
      *    RPTRET.CPY
      *    REPORT-RETENTION-RECORD LAYOUT FOR THE "rptret" INDEXED
      *    FILE.  HOW MANY DAYS RPTPURGE KEEPS THE RETAINED COPY OF
      *    EACH REPORT TYPE, KEYED BY THE SAME REPORT ID AS "rptcat".
      *    A REPORT WITH NO ROW IS KEPT FOR THE DEFAULT HELD IN
      *    RPTPURGE.  MAINTAINED THROUGH REFMAINT.
      *****************************************************************
       01  REPORT-RETENTION-RECORD.
           03 RR-REPORT-ID                PIC X(08).
           03 RR-DESCRIPTION              PIC X(30).
           03 RR-RETAIN-DAYS              PIC 9(05).
