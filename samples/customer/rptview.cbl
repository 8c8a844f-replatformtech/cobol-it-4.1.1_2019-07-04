       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      RPTVIEW.

      ******************************************************************
      *    RPTVIEW.CBL
      *    REPORT REPOSITORY VIEWER - FINDS A PAST RUN OF ANY REPORT ON
      *    THE "rptcat" CATALOG AND WORKS FROM ITS RETAINED COPY ON
      *    "rptstore", SO AN AUDITOR ASKING FOR LAST MONTH'S REPORT
      *    DOES NOT NEED IT RE-RUN AGAINST TODAY'S DATA:
      *      1) LIST THE CATALOGED RUNS OF A REPORT ID (BLANK = ALL),
      *         OLDEST FIRST, WITH WHO OR WHICH NIGHTLY STEP RAN IT,
      *         ITS LINE AND PAGE COUNTS AND WHETHER THE COPY IS STILL
      *         HELD OR HAS BEEN PURGED.
      *      2) PAGE THROUGH ONE RUN ON THE SCREEN.
      *      3) REPRINT ONE RUN TO THE "rptprint" SPOOL FILE, AND
      *         OPTIONALLY FORMAT THAT SPOOL AS A PDF THROUGH PDFFMT.
      *    A RUN IS PICKED BY REPORT ID, RUN DATE AND RUN TIME; A BLANK
      *    TIME TAKES THE FIRST RUN OF THAT DATE.
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

           SELECT REPRINT-SPOOL
                  ASSIGN TO DISK "rptprint"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SPOOL-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG.
       COPY rptcat.

       FD  REPORT-STORE.
       COPY rptstore.

       FD  REPRINT-SPOOL.
       01  SPOOL-RECORD                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  RPT-CAT-STATUS                 PIC X(02).
           88 RPT-CAT-NOT-PRESENT                     VALUE "35".
       01  RPT-STORE-STATUS               PIC X(02).
           88 RPT-STORE-NOT-PRESENT                   VALUE "35".
       01  SPOOL-STATUS                   PIC X(02).
       01  FILE-EOF                       PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  RUN-FOUND-SWITCH               PIC 9       VALUE 0.
           88 RUN-FOUND                               VALUE 1.
           88 RUN-NOT-FOUND                           VALUE 0.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 LIST-RUNS-OPT                           VALUE "1".
           88 VIEW-RUN-OPT                            VALUE "2".
           88 REPRINT-RUN-OPT                         VALUE "3".
           88 EXIT-PROG                               VALUE "0".
       01  PAGE-CHOICE                    PIC X(01)   VALUE SPACES.
           88 PAGE-NEXT                               VALUE "N" "n".
           88 PAGE-PREV                               VALUE "P" "p".
           88 PAGE-TOP                                VALUE "T" "t".
           88 PAGE-QUIT                               VALUE "Q" "q".
       01  PDF-CHOICE                     PIC X(01)   VALUE SPACES.
           88 PDF-WANTED                              VALUE "Y" "y".
       01  W-REPORT-ID                    PIC X(08)   VALUE SPACES.
       01  W-RUN-DATE                     PIC X(08)   VALUE SPACES.
       01  W-RUN-TIME                     PIC X(06)   VALUE SPACES.
       01  W-TOP-LINE                     PIC 9(07)   VALUE 0.
       01  W-LAST-LINE                    PIC 9(07)   VALUE 0.
       01  W-SCREEN-LINES                 PIC 9(03)   VALUE 20.
       01  W-SHOWN                        PIC 9(03)   VALUE 0.
       01  W-LISTED                       PIC 9(05)   VALUE 0.
       01  W-PRINTED                      PIC 9(07)   VALUE 0.
       01  W-PAUSE                        PIC X(01)   VALUE SPACES.
       01  W-RUN-BY-SHOWN                 PIC X(08)   VALUE SPACES.
       01  W-COPY-SHOWN                   PIC X(06)   VALUE SPACES.
       01  PDF-SPOOL-NAME                 PIC X(20)   VALUE "rptprint".
       01  PDF-RESULT                     PIC X(01)   VALUE SPACES.
       01  PDF-LANG                       PIC X(01)   VALUE "E".
       01  RPT-LINES                      PIC Z(06)9.
       01  RPT-PAGES                      PIC Z(04)9.
       01  RPT-FROM-LINE                  PIC Z(06)9.
       01  RPT-TO-LINE                    PIC Z(06)9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           OPEN INPUT REPORT-CATALOG.
           IF RPT-CAT-NOT-PRESENT
              DISPLAY "RPTVIEW - REPORT CATALOG NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT REPORT-STORE.
           IF RPT-STORE-NOT-PRESENT
              DISPLAY "RPTVIEW - REPORT STORE NOT FOUND, ABORTING"
              CLOSE REPORT-CATALOG
              STOP RUN
           END-IF.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "RPTVIEW - 1)LIST RUNS 2)VIEW A RUN "
                      "3)REPRINT A RUN 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN LIST-RUNS-OPT
                    PERFORM LIST-REPORT-RUNS
                 WHEN VIEW-RUN-OPT
                    PERFORM VIEW-REPORT-RUN
                 WHEN REPRINT-RUN-OPT
                    PERFORM REPRINT-REPORT-RUN
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           CLOSE REPORT-CATALOG.
           CLOSE REPORT-STORE.
           STOP RUN.

       LIST-REPORT-RUNS.
           DISPLAY "RPTVIEW - REPORT ID (BLANK = ALL):".
           ACCEPT W-REPORT-ID.
           INSPECT W-REPORT-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE W-REPORT-ID                TO  RPC-REPORT-ID.
           MOVE 0                          TO  RPC-RUN-DATE
                                               RPC-RUN-TIME
                                               W-LISTED.
           SET FILE-NOT-AT-END             TO  TRUE.
           START REPORT-CATALOG KEY IS NOT LESS THAN RPC-KEY
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           DISPLAY "REPORT   RUN DATE RUN TIME PROGRAM  RUN BY   "
                   "  LINES PAGES COPY".
           PERFORM UNTIL FILE-AT-END
              READ REPORT-CATALOG NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF W-REPORT-ID NOT = SPACES
                         AND RPC-REPORT-ID NOT = W-REPORT-ID
                         SET FILE-AT-END   TO  TRUE
                      ELSE
                         PERFORM SHOW-CATALOG-LINE
                      END-IF
              END-READ
           END-PERFORM.
           IF W-LISTED = 0
              DISPLAY "RPTVIEW - NO CATALOGED RUNS FOUND"
           END-IF.

       SHOW-CATALOG-LINE.
           MOVE RPC-RUN-BY                 TO  W-RUN-BY-SHOWN.
           IF RPC-JOB-STEP NOT = 0
              MOVE SPACES                  TO  W-RUN-BY-SHOWN
              STRING "STEP "  RPC-JOB-STEP DELIMITED BY SIZE
                                           INTO W-RUN-BY-SHOWN
           END-IF.
           IF RPC-COPY-PURGED
              MOVE "PURGED"                TO  W-COPY-SHOWN
           ELSE
              MOVE "HELD"                  TO  W-COPY-SHOWN
           END-IF.
           MOVE RPC-LINE-COUNT             TO  RPT-LINES.
           MOVE RPC-PAGE-COUNT             TO  RPT-PAGES.
           DISPLAY RPC-REPORT-ID " " RPC-RUN-DATE " " RPC-RUN-TIME
                   "   " RPC-PROGRAM " " W-RUN-BY-SHOWN " "
                   RPT-LINES " " RPT-PAGES " " W-COPY-SHOWN.
           ADD 1                           TO  W-LISTED.
           IF FUNCTION MOD(W-LISTED, W-SCREEN-LINES) = 0
              DISPLAY "RPTVIEW - PRESS ENTER FOR MORE, Q TO STOP:"
              ACCEPT W-PAUSE
              IF W-PAUSE = "Q" OR "q"
                 SET FILE-AT-END           TO  TRUE
              END-IF
           END-IF.

       SELECT-REPORT-RUN.
      *    LOCATES ONE CATALOGED RUN AND LEAVES ITS ENTRY IN THE
      *    CATALOG RECORD.  A RUN WHOSE COPY HAS AGED OUT IS REPORTED
      *    BUT NOT SELECTED.
           SET RUN-NOT-FOUND               TO  TRUE.
           DISPLAY "RPTVIEW - REPORT ID:".
           ACCEPT W-REPORT-ID.
           INSPECT W-REPORT-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "RPTVIEW - RUN DATE (YYYYMMDD):".
           ACCEPT W-RUN-DATE.
           IF W-RUN-DATE IS NOT NUMERIC
              DISPLAY "RPTVIEW - INVALID RUN DATE"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "RPTVIEW - RUN TIME (HHMMSS, BLANK = FIRST RUN):".
           ACCEPT W-RUN-TIME.
           MOVE W-REPORT-ID                TO  RPC-REPORT-ID.
           MOVE W-RUN-DATE                 TO  RPC-RUN-DATE.
           IF W-RUN-TIME = SPACES
              MOVE 0                       TO  RPC-RUN-TIME
              START REPORT-CATALOG KEY IS NOT LESS THAN RPC-KEY
                    INVALID KEY
                       DISPLAY "RPTVIEW - NO RUN ON THAT DATE"
                       EXIT PARAGRAPH
              END-START
              READ REPORT-CATALOG NEXT RECORD
                   AT END
                      DISPLAY "RPTVIEW - NO RUN ON THAT DATE"
                      EXIT PARAGRAPH
              END-READ
              IF RPC-REPORT-ID NOT = W-REPORT-ID
                 OR RPC-RUN-DATE NOT = W-RUN-DATE
                 DISPLAY "RPTVIEW - NO RUN ON THAT DATE"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF W-RUN-TIME IS NOT NUMERIC
                 DISPLAY "RPTVIEW - INVALID RUN TIME"
                 EXIT PARAGRAPH
              END-IF
              MOVE W-RUN-TIME              TO  RPC-RUN-TIME
              READ REPORT-CATALOG
                   INVALID KEY
                      DISPLAY "RPTVIEW - NO SUCH RUN CATALOGED"
                      EXIT PARAGRAPH
              END-READ
           END-IF.
           IF RPC-COPY-PURGED
              DISPLAY "RPTVIEW - RETAINED COPY PURGED ON "
                      RPC-PURGE-DATE
              EXIT PARAGRAPH
           END-IF.
           SET RUN-FOUND                   TO  TRUE.
           MOVE RPC-LINE-COUNT             TO  RPT-LINES.
           MOVE RPC-PAGE-COUNT             TO  RPT-PAGES.
           DISPLAY "  " RPC-REPORT-ID " RUN " RPC-RUN-DATE " "
                   RPC-RUN-TIME " BY " RPC-PROGRAM " "
                   RPC-RUN-BY " " RPT-LINES " LINES " RPT-PAGES
                   " PAGES".

       VIEW-REPORT-RUN.
           PERFORM SELECT-REPORT-RUN.
           IF RUN-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF RPC-LINE-COUNT = 0
              DISPLAY "RPTVIEW - REPORT RUN IS EMPTY"
              EXIT PARAGRAPH
           END-IF.
           MOVE 1                          TO  W-TOP-LINE.
           PERFORM WITH TEST AFTER UNTIL PAGE-QUIT
              PERFORM SHOW-SCREEN-PAGE
              DISPLAY "RPTVIEW - N)EXT P)REV T)OP Q)UIT:"
              ACCEPT PAGE-CHOICE
              EVALUATE TRUE
                 WHEN PAGE-NEXT
                    IF W-TOP-LINE + W-SCREEN-LINES
                       NOT > RPC-LINE-COUNT
                       ADD W-SCREEN-LINES  TO  W-TOP-LINE
                    END-IF
                 WHEN PAGE-PREV
                    IF W-TOP-LINE > W-SCREEN-LINES
                       SUBTRACT W-SCREEN-LINES
                                          FROM W-TOP-LINE
                    ELSE
                       MOVE 1              TO  W-TOP-LINE
                    END-IF
                 WHEN PAGE-TOP
                    MOVE 1                 TO  W-TOP-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

       SHOW-SCREEN-PAGE.
           MOVE RPC-KEY                    TO  RPS-CAT-KEY.
           MOVE W-TOP-LINE                 TO  RPS-LINE-NO.
           MOVE 0                          TO  W-SHOWN.
           SET FILE-NOT-AT-END             TO  TRUE.
           START REPORT-STORE KEY IS NOT LESS THAN RPS-KEY
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END OR W-SHOWN = W-SCREEN-LINES
              READ REPORT-STORE NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF RPS-CAT-KEY NOT = RPC-KEY
                         SET FILE-AT-END   TO  TRUE
                      ELSE
                         DISPLAY RPS-LINE(1:RPC-RECORD-LEN)
                         ADD 1             TO  W-SHOWN
                         MOVE RPS-LINE-NO  TO  W-LAST-LINE
                      END-IF
              END-READ
           END-PERFORM.
           MOVE W-TOP-LINE                 TO  RPT-FROM-LINE.
           MOVE W-LAST-LINE                TO  RPT-TO-LINE.
           MOVE RPC-LINE-COUNT             TO  RPT-LINES.
           DISPLAY "RPTVIEW - LINES " RPT-FROM-LINE " TO "
                   RPT-TO-LINE " OF " RPT-LINES.

       REPRINT-REPORT-RUN.
           PERFORM SELECT-REPORT-RUN.
           IF RUN-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REPRINT-SPOOL.
           MOVE RPC-KEY                    TO  RPS-CAT-KEY.
           MOVE 0                          TO  RPS-LINE-NO
                                               W-PRINTED.
           SET FILE-NOT-AT-END             TO  TRUE.
           START REPORT-STORE KEY IS NOT LESS THAN RPS-KEY
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ REPORT-STORE NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF RPS-CAT-KEY NOT = RPC-KEY
                         SET FILE-AT-END   TO  TRUE
                      ELSE
                         MOVE RPS-LINE     TO  SPOOL-RECORD
                         WRITE SPOOL-RECORD
                         ADD 1             TO  W-PRINTED
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE REPRINT-SPOOL.
           MOVE W-PRINTED                  TO  RPT-LINES.
           DISPLAY "RPTVIEW - " RPT-LINES " LINES REPRINTED TO "
                   "rptprint".
           DISPLAY "RPTVIEW - FORMAT AS PDF (Y/N):".
           ACCEPT PDF-CHOICE.
           IF PDF-WANTED
              CALL "PDFFMT" USING PDF-SPOOL-NAME, PDF-RESULT, PDF-LANG
              IF PDF-RESULT = "F"
                 DISPLAY "RPTVIEW - PDF FORMATTED FROM rptprint"
              ELSE
                 DISPLAY "RPTVIEW - PDF NOT PRODUCED"
              END-IF
           END-IF.
