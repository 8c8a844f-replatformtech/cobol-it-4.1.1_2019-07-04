      ******************************************************************
      *    ACDUECHK.CBL
      *    STAND-ALONE AIRCRAFT CHECK-DUE SUBPROGRAM.  GIVEN A TAIL
      *    NUMBER AND AN AS-OF DATE, READS THE "acmast" REGISTRY AND
      *    SAYS WHETHER THE AIRFRAME IS CLEAR, COMING DUE OR OVERDUE
      *    FOR ITS NEXT CHECK, RETURNING THE HOURS AND CYCLES FLOWN
      *    SINCE THE LAST ONE.  FLTMAINT, ACSWAP AND THE ACDUERPT DUE
      *    LIST ALL CALL HERE SO THERE IS ONE RULE FOR "DUE":
      *      O  OVERDUE  - HOURS OR CYCLES AT/OVER THE INTERVAL, OR
      *                    THE CALENDAR DATE PASSED.
      *      D  DUE      - WITHIN THE MARGIN OF ANY OF THE THREE
      *                    (DUE-HOURS-MARGIN, DUE-CYCLES-MARGIN,
      *                    DUE-DAYS-MARGIN BELOW).
      *      K  CLEAR.
      *      N  TAIL NOT ON THE REGISTRY (OR NO REGISTRY YET).
      *    OPENS AND CLOSES ITS FILE ON EVERY CALL, LIKE FLTINV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ACDUECHK.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRCRAFT-MASTER
                  ASSIGN TO DISK "acmast"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AC-TAIL-NO
                  FILE STATUS IS AC-MAST-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AIRCRAFT-MASTER.
       COPY acmast.

       WORKING-STORAGE SECTION.
       01  AC-MAST-STATUS                 PIC X(02).
           88 AC-MAST-NOT-PRESENT                     VALUE "35".
       01  DUE-HOURS-MARGIN               PIC 9(03)   VALUE 25.
       01  DUE-CYCLES-MARGIN              PIC 9(03)   VALUE 10.
       01  DUE-DAYS-MARGIN                PIC 9(03)   VALUE 7.
       01  HOURS-SINCE-CHECK              PIC 9(05)   VALUE 0.
       01  DAYS-TO-DUE                    PIC S9(07)  VALUE 0.

      *****************************************************************
       LINKAGE SECTION.
       01  ACDUECHK-TAIL-NO               PIC X(06).
       01  ACDUECHK-AS-OF-DATE            PIC 9(08).
       01  ACDUECHK-HOURS-SINCE           PIC 9(05).
       01  ACDUECHK-CYCLES-SINCE          PIC 9(05).
       01  ACDUECHK-RESULT                PIC X(01).
           88  ACDUECHK-CLEAR                         VALUE "K".
           88  ACDUECHK-DUE                           VALUE "D".
           88  ACDUECHK-OVERDUE                       VALUE "O".
           88  ACDUECHK-NOT-ON-FILE                   VALUE "N".

      *****************************************************************
       PROCEDURE DIVISION USING ACDUECHK-TAIL-NO, ACDUECHK-AS-OF-DATE,
                                 ACDUECHK-HOURS-SINCE,
                                 ACDUECHK-CYCLES-SINCE, ACDUECHK-RESULT.

       0000-MAINLINE.
           SET ACDUECHK-NOT-ON-FILE         TO  TRUE.
           MOVE 0                           TO  ACDUECHK-HOURS-SINCE
                                                 ACDUECHK-CYCLES-SINCE.
           OPEN INPUT AIRCRAFT-MASTER.
           IF AC-MAST-NOT-PRESENT
              CLOSE AIRCRAFT-MASTER
              GOBACK
           END-IF.
           MOVE ACDUECHK-TAIL-NO            TO  AC-TAIL-NO.
           READ AIRCRAFT-MASTER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM 1000-RATE-AIRFRAME
           END-READ.
           CLOSE AIRCRAFT-MASTER.
           GOBACK.

       1000-RATE-AIRFRAME.
           COMPUTE HOURS-SINCE-CHECK = AC-MINS-SINCE-CHECK / 60.
           MOVE HOURS-SINCE-CHECK           TO  ACDUECHK-HOURS-SINCE.
           MOVE AC-CYCLES-SINCE-CHECK       TO  ACDUECHK-CYCLES-SINCE.
           SET ACDUECHK-CLEAR               TO  TRUE.
           MOVE 0                           TO  DAYS-TO-DUE.
           IF AC-NEXT-CHECK-DATE NUMERIC AND AC-NEXT-CHECK-DATE > 0
              COMPUTE DAYS-TO-DUE =
                    FUNCTION INTEGER-OF-DATE(AC-NEXT-CHECK-DATE)
                  - FUNCTION INTEGER-OF-DATE(ACDUECHK-AS-OF-DATE)
              IF DAYS-TO-DUE < 0
                 SET ACDUECHK-OVERDUE       TO  TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF AC-CHECK-HOURS-INTERVAL > 0 AND
              HOURS-SINCE-CHECK NOT < AC-CHECK-HOURS-INTERVAL
              SET ACDUECHK-OVERDUE          TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF AC-CHECK-CYCLES-INTERVAL > 0 AND
              AC-CYCLES-SINCE-CHECK NOT < AC-CHECK-CYCLES-INTERVAL
              SET ACDUECHK-OVERDUE          TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF AC-NEXT-CHECK-DATE NUMERIC AND AC-NEXT-CHECK-DATE > 0 AND
              DAYS-TO-DUE NOT > DUE-DAYS-MARGIN
              SET ACDUECHK-DUE              TO  TRUE
           END-IF.
           IF AC-CHECK-HOURS-INTERVAL > 0 AND
              HOURS-SINCE-CHECK + DUE-HOURS-MARGIN
                  NOT < AC-CHECK-HOURS-INTERVAL
              SET ACDUECHK-DUE              TO  TRUE
           END-IF.
           IF AC-CHECK-CYCLES-INTERVAL > 0 AND
              AC-CYCLES-SINCE-CHECK + DUE-CYCLES-MARGIN
                  NOT < AC-CHECK-CYCLES-INTERVAL
              SET ACDUECHK-DUE              TO  TRUE
           END-IF.
