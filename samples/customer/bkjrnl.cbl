      ******************************************************************
      *    BKJRNL.CBL
      *    STAND-ALONE BOOKING-JOURNAL SUBPROGRAM.  CALLED WITH THE
      *    BKJPARM.CPY CALL BLOCK FILLED IN BY EVERY PROGRAM THAT
      *    BOOKS, CHARGES A FEE ON, CHANGES, MOVES OR CANCELS A
      *    RESERVATION, RIGHT AFTER THE CUSTOMER FILE IS UPDATED.
      *    APPENDS THE EVENT TO THE DATED "bookjrnl" JOURNAL UNDER
      *    TODAY'S BUSINESS DATE, THE NEXT FREE SEQUENCE FOR THAT
      *    RESERVATION.  A MOVE IS ALSO JOURNALED UNDER EACH EARLIER
      *    CARRY DATE THE CALLER PASSES.  THE JOURNAL IS CREATED ON
      *    FIRST USE.  THE CALLER'S UPDATE NEVER FAILS FOR WANT OF A
      *    JOURNAL ENTRY - A FULL FILE JUST COMES BACK NOT JOURNALED,
      *    AND THE WEEKLY JRNLCHK PROOF REPORTS THE GAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BKJRNL.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-JOURNAL
                  ASSIGN TO DISK "bookjrnl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BJ-KEY
                  FILE STATUS IS BOOK-JRNL-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       WORKING-STORAGE SECTION.
       01  BOOK-JRNL-STATUS               PIC X(02).
           88 BOOK-JRNL-NOT-PRESENT                   VALUE "35".
       01  BK-TODAY                       PIC 9(08)   VALUE 0.
       01  BK-NOW                         PIC 9(08)   VALUE 0.
       01  BK-DATE-IDX                    PIC 9(01)   VALUE 0.
       01  BK-WRITE-SWITCH                PIC 9       VALUE 0.
           88 BK-WRITTEN                              VALUE 1.
           88 BK-NOT-WRITTEN                          VALUE 0.

      *****************************************************************
       LINKAGE SECTION.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION USING BKJRNL-PARMS.

       0000-MAINLINE.
           SET BKJ-NOT-JOURNALED            TO  TRUE.
           IF BKJ-CUST-RES-ID = SPACES
              GOBACK
           END-IF.
           ACCEPT BK-TODAY                 FROM DATE YYYYMMDD.
           ACCEPT BK-NOW                   FROM TIME.
           OPEN I-O BOOKING-JOURNAL.
           IF BOOK-JRNL-NOT-PRESENT
              CLOSE BOOKING-JOURNAL
              OPEN OUTPUT BOOKING-JOURNAL
              CLOSE BOOKING-JOURNAL
              OPEN I-O BOOKING-JOURNAL
           END-IF.
           MOVE BK-TODAY                    TO  BJ-JOURNAL-DATE.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF BK-WRITTEN
              SET BKJ-JOURNALED             TO  TRUE
           END-IF.
           IF BKJ-MOVE
              PERFORM VARYING BK-DATE-IDX FROM 1 BY 1
                       UNTIL BK-DATE-IDX > 6
                 IF BKJ-CARRY-DATE(BK-DATE-IDX) NUMERIC AND
                    BKJ-CARRY-DATE(BK-DATE-IDX) > 0 AND
                    BKJ-CARRY-DATE(BK-DATE-IDX) < BK-TODAY
                    MOVE BKJ-CARRY-DATE(BK-DATE-IDX)
                                            TO  BJ-JOURNAL-DATE
                    PERFORM WRITE-JOURNAL-ENTRY
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE BOOKING-JOURNAL.
           GOBACK.

       WRITE-JOURNAL-ENTRY.
      *    TWO EVENTS FOR ONE RESERVATION ON ONE DATE ARE KEPT APART
      *    BY STEPPING THE SEQUENCE ON UNTIL THE KEY IS FREE.
           MOVE BKJ-CUST-RES-ID             TO  BJ-CUST-RES-ID.
           MOVE BKJ-EVENT-TYPE              TO  BJ-EVENT-TYPE.
           MOVE BK-NOW(1:6)                 TO  BJ-EVENT-TIME.
           MOVE BKJ-AMOUNT                  TO  BJ-AMOUNT.
           MOVE BKJ-DETAIL                  TO  BJ-DETAIL.
           MOVE BKJ-PROGRAM                 TO  BJ-PROGRAM.
           MOVE BKJ-OP-ID                   TO  BJ-OP-ID.
           MOVE BKJ-PRIOR-RES-ID            TO  BJ-PRIOR-RES-ID.
           SET BK-NOT-WRITTEN               TO  TRUE.
           PERFORM VARYING BJ-SEQ FROM 1 BY 1
                    UNTIL BK-WRITTEN OR BJ-SEQ = 999
              WRITE BOOKING-JOURNAL-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET BK-WRITTEN       TO  TRUE
              END-WRITE
           END-PERFORM.
