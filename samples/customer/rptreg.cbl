      ******************************************************************
      *    RPTREG.CBL
      *    STAND-ALONE REPORT-REGISTRATION SUBPROGRAM.  CALLED BY EVERY
      *    REPORT-PRODUCING PROGRAM RIGHT AFTER IT CLOSES ITS REPORT
      *    FILE, WITH THE RPTREG.CPY CALL BLOCK FILLED IN.  READS THE
      *    JUST-WRITTEN REPORT BACK, FILES A RETAINED COPY OF EVERY
      *    LINE ON "rptstore" AND CATALOGS THE RUN ON "rptcat" WITH
      *    WHO RAN IT AND ITS LINE AND PAGE COUNTS, SO LAST MONTH'S
      *    REPORT CAN STILL BE FOUND AFTER THE DISK FILE HAS BEEN
      *    OVERWRITTEN BY THE NEXT RUN.
      *    AN ONLINE CALLER PASSES ITS OPERATOR; FOR A BATCH CALLER
      *    THE RUN IS TIED TO THE NIGHTLY STEP STILL PENDING ON
      *    "jobstrm" FOR THAT PROGRAM (TODAY'S OR LAST NIGHT'S STREAM),
      *    OR SHOWN AS "BATCH" WHEN RUN OUTSIDE THE STREAM.
      *    TWO RUNS OF THE SAME REPORT IN THE SAME SECOND ARE KEPT
      *    APART BY STEPPING THE RUN TIME ON.  THE CALLER'S RUN NEVER
      *    FAILS FOR WANT OF A CATALOG - A MISSING REPORT FILE JUST
      *    COMES BACK NOT REGISTERED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      RPTREG.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-80
                  ASSIGN TO RG-IN-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-IN-STATUS.

           SELECT REPORT-IN-100
                  ASSIGN TO RG-IN-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-IN-STATUS.

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

           SELECT JOB-STREAM
                  ASSIGN TO DISK "jobstrm"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS JS-KEY
                  FILE STATUS IS JOB-STREAM-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-80.
       01  REPORT-IN-80-RECORD            PIC X(80).

       FD  REPORT-IN-100.
       01  REPORT-IN-100-RECORD           PIC X(100).

       FD  REPORT-CATALOG.
       COPY rptcat.

       FD  REPORT-STORE.
       COPY rptstore.

       FD  JOB-STREAM.
       COPY jobstrm.

       WORKING-STORAGE SECTION.
       01  REPORT-IN-STATUS               PIC X(02).
           88 REPORT-IN-NOT-PRESENT                   VALUE "35".
       01  RPT-CAT-STATUS                 PIC X(02).
           88 RPT-CAT-NOT-PRESENT                     VALUE "35".
       01  RPT-STORE-STATUS               PIC X(02).
           88 RPT-STORE-NOT-PRESENT                   VALUE "35".
       01  JOB-STREAM-STATUS              PIC X(02).
           88 JOB-STREAM-NOT-PRESENT                  VALUE "35".
       01  RG-IN-FILE                     PIC X(20)   VALUE SPACES.
       01  RG-EOF                         PIC 9       VALUE 0.
           88 RG-AT-END                               VALUE 1.
           88 RG-NOT-AT-END                           VALUE 0.
       01  RG-KEY-SWITCH                  PIC 9       VALUE 0.
           88 RG-KEY-FREE                             VALUE 1.
           88 RG-KEY-TAKEN                            VALUE 0.
       01  RG-LINE-COUNT                  PIC 9(07)   VALUE 0.
       01  RG-LINES-PER-PAGE              PIC 9(03)   VALUE 60.
       01  RG-REPORT-LINE                 PIC X(100)  VALUE SPACES.
       01  RG-TODAY                       PIC 9(08)   VALUE 0.
       01  RG-NOW                         PIC 9(06)   VALUE 0.
       01  RG-STREAM-FROM                 PIC 9(08)   VALUE 0.

      *****************************************************************
       LINKAGE SECTION.
       COPY rptreg.

      *****************************************************************
       PROCEDURE DIVISION USING RPTREG-PARMS.

       0000-MAINLINE.
           SET RPG-NOT-REGISTERED           TO  TRUE.
           MOVE RPG-FILE-NAME               TO  RG-IN-FILE.
           IF RPG-RECORD-LEN = 100
              OPEN INPUT REPORT-IN-100
           ELSE
              OPEN INPUT REPORT-IN-80
           END-IF.
           IF REPORT-IN-NOT-PRESENT
              GOBACK
           END-IF.
           ACCEPT RG-TODAY                 FROM DATE YYYYMMDD.
           ACCEPT RG-NOW                   FROM TIME.
           PERFORM OPEN-REPOSITORY.
           PERFORM ALLOCATE-CATALOG-KEY.
           PERFORM STORE-REPORT-LINES.
           PERFORM WRITE-CATALOG-ENTRY.
           IF RPG-RECORD-LEN = 100
              CLOSE REPORT-IN-100
           ELSE
              CLOSE REPORT-IN-80
           END-IF.
           CLOSE REPORT-CATALOG
                 REPORT-STORE.
           SET RPG-REGISTERED               TO  TRUE.
           GOBACK.

       OPEN-REPOSITORY.
           OPEN I-O REPORT-CATALOG.
           IF RPT-CAT-NOT-PRESENT
              CLOSE REPORT-CATALOG
              OPEN OUTPUT REPORT-CATALOG
              CLOSE REPORT-CATALOG
              OPEN I-O REPORT-CATALOG
           END-IF.
           OPEN I-O REPORT-STORE.
           IF RPT-STORE-NOT-PRESENT
              CLOSE REPORT-STORE
              OPEN OUTPUT REPORT-STORE
              CLOSE REPORT-STORE
              OPEN I-O REPORT-STORE
           END-IF.

       ALLOCATE-CATALOG-KEY.
      *    SAME REPORT TWICE IN ONE SECOND (A CONSOLE OPERATOR
      *    RE-RUNNING A LISTING) - STEP THE TIME ON UNTIL THE KEY IS
      *    FREE SO NEITHER COPY OVERLAYS THE OTHER.
           MOVE RPG-REPORT-ID               TO  RPC-REPORT-ID.
           MOVE RG-TODAY                    TO  RPC-RUN-DATE.
           MOVE RG-NOW                      TO  RPC-RUN-TIME.
           SET RG-KEY-TAKEN                 TO  TRUE.
           PERFORM UNTIL RG-KEY-FREE
              READ REPORT-CATALOG
                   INVALID KEY
                      SET RG-KEY-FREE      TO  TRUE
                   NOT INVALID KEY
                      ADD 1                TO  RPC-RUN-TIME
              END-READ
           END-PERFORM.

       STORE-REPORT-LINES.
           MOVE 0                           TO  RG-LINE-COUNT.
           SET RG-NOT-AT-END                TO  TRUE.
           PERFORM READ-REPORT-LINE.
           PERFORM UNTIL RG-AT-END
              ADD 1                         TO  RG-LINE-COUNT
              MOVE RPC-KEY                  TO  RPS-CAT-KEY
              MOVE RG-LINE-COUNT            TO  RPS-LINE-NO
              MOVE RG-REPORT-LINE           TO  RPS-LINE
              WRITE REPORT-STORE-RECORD
              PERFORM READ-REPORT-LINE
           END-PERFORM.

       READ-REPORT-LINE.
           MOVE SPACES                      TO  RG-REPORT-LINE.
           IF RPG-RECORD-LEN = 100
              READ REPORT-IN-100
                   AT END
                      SET RG-AT-END        TO  TRUE
                   NOT AT END
                      MOVE REPORT-IN-100-RECORD
                                           TO  RG-REPORT-LINE
              END-READ
           ELSE
              READ REPORT-IN-80
                   AT END
                      SET RG-AT-END        TO  TRUE
                   NOT AT END
                      MOVE REPORT-IN-80-RECORD
                                           TO  RG-REPORT-LINE
              END-READ
           END-IF.

       WRITE-CATALOG-ENTRY.
           MOVE RPG-PROGRAM                 TO  RPC-PROGRAM.
           MOVE RPG-FILE-NAME               TO  RPC-SOURCE-FILE.
           MOVE RPG-RECORD-LEN              TO  RPC-RECORD-LEN.
           MOVE RG-LINE-COUNT               TO  RPC-LINE-COUNT.
           COMPUTE RPC-PAGE-COUNT = (RG-LINE-COUNT + RG-LINES-PER-PAGE
                                     - 1) / RG-LINES-PER-PAGE.
           MOVE 0                           TO  RPC-JOB-DATE
                                                RPC-JOB-STEP
                                                RPC-PURGE-DATE.
           SET RPC-COPY-RETAINED            TO  TRUE.
           IF RPG-RUN-BY = SPACES OR LOW-VALUES
              MOVE "BATCH"                  TO  RPC-RUN-BY
              PERFORM FIND-JOB-STEP
           ELSE
              MOVE RPG-RUN-BY               TO  RPC-RUN-BY
           END-IF.
           WRITE REPORT-CATALOG-RECORD.

       FIND-JOB-STEP.
      *    THE OVERNIGHT STREAM RUNS PAST MIDNIGHT ON ITS BUSINESS
      *    DATE, SO LOOK FROM YESTERDAY'S STREAM ON.  THE STEP IS
      *    STILL PENDING WHILE ITS PROGRAM RUNS - NIGHTRUN ONLY MARKS
      *    IT DONE ONCE THE OPERATOR CONFIRMS.
           OPEN INPUT JOB-STREAM.
           IF JOB-STREAM-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE RG-STREAM-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(RG-TODAY) - 1).
           MOVE RG-STREAM-FROM              TO  JS-RUN-DATE.
           MOVE 0                           TO  JS-STEP-NO.
           SET RG-NOT-AT-END                TO  TRUE.
           START JOB-STREAM KEY IS NOT LESS THAN JS-KEY
                 INVALID KEY
                    SET RG-AT-END           TO  TRUE
           END-START.
           PERFORM UNTIL RG-AT-END
              READ JOB-STREAM NEXT RECORD
                   AT END
                      SET RG-AT-END        TO  TRUE
                   NOT AT END
                      IF JS-PROGRAM = RPG-PROGRAM AND JS-PENDING
                         MOVE JS-RUN-DATE  TO  RPC-JOB-DATE
                         MOVE JS-STEP-NO   TO  RPC-JOB-STEP
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE JOB-STREAM.
