       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      RPTPURGE.

      ******************************************************************
      *    RPTPURGE.CBL
      *    REPORT REPOSITORY RETENTION - AGES RETAINED REPORT COPIES
      *    OUT OF "rptstore" ONCE THEY ARE OLDER THAN THE RETENTION SET
      *    FOR THEIR REPORT TYPE ON "rptret" (MAINTAINED THROUGH
      *    REFMAINT).  A REPORT TYPE WITH NO RETENTION ROW IS KEPT FOR
      *    THE SHOP DEFAULT OF 400 DAYS - THIRTEEN MONTHS, SO THE SAME
      *    MONTH LAST YEAR IS ALWAYS STILL ON HAND.
      *    A PURGED RUN LOSES ITS LINES BUT KEEPS ITS "rptcat" ENTRY,
      *    MARKED PURGED WITH THE DATE, SO THE CATALOG STILL SHOWS THE
      *    RUN HAPPENED.  EACH RUN PURGED IS LISTED ON "rptpurge" WITH
      *    THE TOTALS.  RUNS IN THE NIGHTLY STREAM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CATALOG
                  ASSIGN TO DISK "rptcat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RPC-KEY
                  FILE STATUS IS RPT-CAT-STATUS.

           SELECT REPORT-STORE
                  ASSIGN TO DISK "rptstore"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RPS-KEY
                  FILE STATUS IS RPT-STORE-STATUS.

           SELECT REPORT-RETENTION
                  ASSIGN TO DISK "rptret"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RR-REPORT-ID
                  FILE STATUS IS RPT-RET-STATUS.

           SELECT PURGE-RPT
                  ASSIGN TO DISK "rptpurge"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG.
       COPY rptcat.

       FD  REPORT-STORE.
       COPY rptstore.

       FD  REPORT-RETENTION.
       COPY rptret.

       FD  PURGE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  RPT-CAT-STATUS                 PIC X(02).
           88 RPT-CAT-NOT-PRESENT                     VALUE "35".
       01  RPT-STORE-STATUS               PIC X(02).
           88 RPT-STORE-NOT-PRESENT                   VALUE "35".
       01  RPT-RET-STATUS                 PIC X(02).
           88 RPT-RET-NOT-PRESENT                     VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  CATALOG-EOF                    PIC 9       VALUE 0.
           88 CATALOG-AT-END                          VALUE 1.
           88 CATALOG-NOT-AT-END                      VALUE 0.
       01  STORE-EOF                      PIC 9       VALUE 0.
           88 STORE-AT-END                            VALUE 1.
           88 STORE-NOT-AT-END                        VALUE 0.
       01  RETENTION-SWITCH               PIC 9       VALUE 0.
           88 RETENTION-ON-FILE                       VALUE 1.
           88 RETENTION-NOT-ON-FILE                   VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-PURGE-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-PURGE-DATE-NUM              PIC 9(08)   VALUE 0.
       01  DEFAULT-RETAIN-DAYS            PIC 9(05)   VALUE 400.
       01  RETAIN-DAYS                    PIC 9(05)   VALUE 0.
       01  RUN-AGE-DAYS                   PIC S9(07)  VALUE 0.
       01  LINES-DELETED                  PIC 9(07)   VALUE 0.
       01  RUNS-READ                      PIC 9(07)   VALUE 0.
       01  RUNS-PURGED                    PIC 9(07)   VALUE 0.
       01  TOTAL-LINES-DELETED            PIC 9(09)   VALUE 0.

       01  PURGE-LINE.
           03 PL-REPORT-ID                PIC X(08).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 PL-RUN-DATE                 PIC 9(08).
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 PL-RUN-TIME                 PIC 9(06).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 PL-PROGRAM                  PIC X(08).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 PL-AGE                      PIC ZZZZ9.
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 PL-RETAIN                   PIC ZZZZ9.
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 PL-LINES                    PIC Z(06)9.
           03 FILLER                      PIC X(22)   VALUE SPACES.

       01  RPT-CNT                        PIC Z(08)9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-PURGE.
           PERFORM UNTIL CATALOG-AT-END
              READ REPORT-CATALOG NEXT RECORD
                   AT END
                      SET CATALOG-AT-END   TO  TRUE
                   NOT AT END
                      ADD 1                TO  RUNS-READ
                      IF RPC-COPY-RETAINED
                         PERFORM AGE-ONE-RUN
                      END-IF
              END-READ
           END-PERFORM.
           PERFORM TERMINATE-PURGE.
           STOP RUN.

       INITIALIZE-PURGE.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "RPTPURGE - BUSINESS DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-PURGE-DATE.
           IF WS-PURGE-DATE = SPACES
              MOVE TODAY-DATE              TO  WS-PURGE-DATE
           END-IF.
           MOVE WS-PURGE-DATE              TO  WS-PURGE-DATE-NUM.
           OPEN I-O REPORT-CATALOG.
           IF RPT-CAT-NOT-PRESENT
              DISPLAY "RPTPURGE - REPORT CATALOG NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O REPORT-STORE.
           IF RPT-STORE-NOT-PRESENT
              DISPLAY "RPTPURGE - REPORT STORE NOT FOUND, ABORTING"
              CLOSE REPORT-CATALOG
              STOP RUN
           END-IF.
           SET RETENTION-ON-FILE           TO  TRUE.
           OPEN INPUT REPORT-RETENTION.
           IF RPT-RET-NOT-PRESENT
              SET RETENTION-NOT-ON-FILE    TO  TRUE
           END-IF.
           OPEN OUTPUT PURGE-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "REPORT RETENTION PURGE - BUSINESS DATE "
                  WS-PURGE-DATE             DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "REPORT    RUN DATE RUN TM  PROGRAM     AGE   KEEP"
                                           TO  RPT-RECORD.
           MOVE "    LINES"                TO  RPT-RECORD(50:9).
           WRITE RPT-RECORD.
           SET CATALOG-NOT-AT-END          TO  TRUE.

       AGE-ONE-RUN.
           MOVE DEFAULT-RETAIN-DAYS        TO  RETAIN-DAYS.
           IF RETENTION-ON-FILE
              MOVE RPC-REPORT-ID           TO  RR-REPORT-ID
              READ REPORT-RETENTION
                   NOT INVALID KEY
                      MOVE RR-RETAIN-DAYS  TO  RETAIN-DAYS
              END-READ
           END-IF.
           COMPUTE RUN-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PURGE-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(RPC-RUN-DATE).
           IF RUN-AGE-DAYS NOT > RETAIN-DAYS
              EXIT PARAGRAPH
           END-IF.
           PERFORM DELETE-STORED-LINES.
           SET RPC-COPY-PURGED             TO  TRUE.
           MOVE WS-PURGE-DATE-NUM          TO  RPC-PURGE-DATE.
           REWRITE REPORT-CATALOG-RECORD.
           ADD 1                           TO  RUNS-PURGED.
           ADD LINES-DELETED               TO  TOTAL-LINES-DELETED.
           MOVE RPC-REPORT-ID              TO  PL-REPORT-ID.
           MOVE RPC-RUN-DATE               TO  PL-RUN-DATE.
           MOVE RPC-RUN-TIME               TO  PL-RUN-TIME.
           MOVE RPC-PROGRAM                TO  PL-PROGRAM.
           MOVE RUN-AGE-DAYS               TO  PL-AGE.
           MOVE RETAIN-DAYS                TO  PL-RETAIN.
           MOVE LINES-DELETED              TO  PL-LINES.
           WRITE RPT-RECORD              FROM  PURGE-LINE.

       DELETE-STORED-LINES.
           MOVE 0                          TO  LINES-DELETED.
           MOVE RPC-KEY                    TO  RPS-CAT-KEY.
           MOVE 0                          TO  RPS-LINE-NO.
           SET STORE-NOT-AT-END            TO  TRUE.
           START REPORT-STORE KEY IS NOT LESS THAN RPS-KEY
                 INVALID KEY
                    SET STORE-AT-END       TO  TRUE
           END-START.
           PERFORM UNTIL STORE-AT-END
              READ REPORT-STORE NEXT RECORD
                   AT END
                      SET STORE-AT-END     TO  TRUE
                   NOT AT END
                      IF RPS-CAT-KEY NOT = RPC-KEY
                         SET STORE-AT-END  TO  TRUE
                      ELSE
                         DELETE REPORT-STORE RECORD
                         ADD 1             TO  LINES-DELETED
                      END-IF
              END-READ
           END-PERFORM.

       TERMINATE-PURGE.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RUNS-READ                  TO  RPT-CNT.
           STRING "CATALOGED RUNS READ     " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE RUNS-PURGED                TO  RPT-CNT.
           STRING "RUNS PURGED             " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE TOTAL-LINES-DELETED        TO  RPT-CNT.
           STRING "STORED LINES RELEASED   " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE REPORT-CATALOG.
           CLOSE REPORT-STORE.
           IF RETENTION-ON-FILE
              CLOSE REPORT-RETENTION
           END-IF.
           CLOSE PURGE-RPT.
           MOVE "RPTPURGE"                 TO  RPG-REPORT-ID
                                               RPG-PROGRAM.
           MOVE "rptpurge"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "RPTPURGE - " RUNS-PURGED " RUN(S) PURGED - SEE "
                   "rptpurge".
