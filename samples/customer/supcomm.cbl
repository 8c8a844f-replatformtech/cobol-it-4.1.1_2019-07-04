       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SUPCOMM.

      ******************************************************************
      *    SUPCOMM.CBL
      *    MONTHLY SUPPLIER COMMISSION STATEMENT - WALKS THE "addonprd"
      *    HOTEL/CAR-HIRE ADD-ON FILE IN SUPPLIER SEQUENCE (THE
      *    AO-SUPPLIER ALTERNATE KEY) AND LISTS, PER SUPPLIER, EVERY
      *    ADD-ON STILL BOOKED WHOSE STAY OR HIRE ENDED (AO-OUT-DATE)
      *    IN THE REPORT MONTH - COMMISSION IS EARNED ONCE THE
      *    CUSTOMER HAS CHECKED OUT OR RETURNED THE CAR.  EACH
      *    SUPPLIER CLOSES WITH THE COMMISSION IT OWES US; CANCELLED
      *    ADD-ONS OWE NOTHING AND ARE LEFT OFF.  STATEMENT TO
      *    "supcomm".  READ-ONLY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-ON-PRODUCT
                  ASSIGN TO DISK "addonprd"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AO-KEY
                  ALTERNATE RECORD KEY IS AO-SUPPLIER WITH DUPLICATES
                  FILE STATUS IS ADD-ON-STATUS.

           SELECT COMMISSION-STMT
                  ASSIGN TO DISK "supcomm"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-ON-PRODUCT.
       COPY addonprd.

       FD  COMMISSION-STMT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  ADD-ON-STATUS                  PIC X(02).
           88 ADD-ON-NOT-PRESENT                      VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  ADD-ON-EOF-SWITCH              PIC 9       VALUE 0.
           88 ADD-ON-AT-END                           VALUE 1.
           88 ADD-ON-NOT-AT-END                       VALUE 0.
       01  WS-REPORT-MONTH                PIC X(06)   VALUE SPACES.
       01  SAVE-SUPPLIER                  PIC X(20)   VALUE SPACES.
       01  SUPP-ITEM-COUNT                PIC 9(05)   VALUE 0.
       01  SUPP-SALES-TOTAL               PIC 9(09)V99 VALUE 0.
       01  SUPP-COMM-TOTAL                PIC 9(09)V99 VALUE 0.
       01  GRAND-ITEM-COUNT               PIC 9(06)   VALUE 0.
       01  GRAND-SALES-TOTAL              PIC 9(10)V99 VALUE 0.
       01  GRAND-COMM-TOTAL               PIC 9(10)V99 VALUE 0.
       01  SUPPLIER-COUNT                 PIC 9(05)   VALUE 0.
       01  RPT-UNITS                      PIC ZZ9.
       01  RPT-RATE                       PIC ZZZZ9.99.
       01  RPT-TOTAL                      PIC ZZZZZZ9.99.
       01  RPT-PCT                        PIC 9.999.
       01  RPT-COMM                       PIC ZZZZZZ9.99.
       01  RPT-SUPP-TOTAL                 PIC ZZZZZZZZ9.99.
       01  RPT-SUPP-COMM                  PIC ZZZZZZZZ9.99.
       01  RPT-COUNT                      PIC ZZZZ9.
       01  RPT-GRAND-TOTAL                PIC ZZZZZZZZZ9.99.
       01  RPT-GRAND-COMM                 PIC ZZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM UNTIL ADD-ON-AT-END
              READ ADD-ON-PRODUCT NEXT
                   AT END
                      SET ADD-ON-AT-END     TO  TRUE
                   NOT AT END
                      IF AO-BOOKED AND
                         AO-OUT-DATE(1:6) = WS-REPORT-MONTH
                         PERFORM PROCESS-ONE-ADD-ON
                      END-IF
              END-READ
           END-PERFORM.
           IF SUPP-ITEM-COUNT > 0
              PERFORM WRITE-SUPPLIER-TOTAL
           END-IF.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "SUPCOMM - REPORT MONTH (YYYYMM):".
           ACCEPT WS-REPORT-MONTH.
           OPEN INPUT ADD-ON-PRODUCT.
           IF ADD-ON-NOT-PRESENT
              DISPLAY "SUPCOMM - ADDONPRD FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT COMMISSION-STMT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "SUPPLIER COMMISSION STATEMENT - HOTEL/CAR HIRE - "
                  WS-REPORT-MONTH           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE LOW-VALUES                 TO  AO-SUPPLIER.
           START ADD-ON-PRODUCT KEY IS NOT LESS THAN AO-SUPPLIER
                 INVALID KEY
                    SET ADD-ON-AT-END      TO  TRUE
           END-START.

       PROCESS-ONE-ADD-ON.
           IF SUPP-ITEM-COUNT > 0 AND AO-SUPPLIER NOT = SAVE-SUPPLIER
              PERFORM WRITE-SUPPLIER-TOTAL
           END-IF.
           IF SUPP-ITEM-COUNT = 0
              MOVE AO-SUPPLIER             TO  SAVE-SUPPLIER
              PERFORM WRITE-SUPPLIER-HEADING
           END-IF.
           ADD 1                           TO  SUPP-ITEM-COUNT.
           ADD AO-TOTAL-AMT                TO  SUPP-SALES-TOTAL.
           ADD AO-COMM-AMT                 TO  SUPP-COMM-TOTAL.
           MOVE AO-UNITS                   TO  RPT-UNITS.
           MOVE AO-RATE                    TO  RPT-RATE.
           MOVE AO-TOTAL-AMT               TO  RPT-TOTAL.
           MOVE AO-COMM-PCT                TO  RPT-PCT.
           MOVE AO-COMM-AMT                TO  RPT-COMM.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING  AO-CUST-RES-ID          DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   AO-PRODUCT-TYPE         DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   AO-DEST                 DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   AO-OUT-DATE             DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   RPT-UNITS               DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   RPT-RATE                DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   RPT-TOTAL               DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   RPT-PCT                 DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   RPT-COMM                DELIMITED BY SIZE
                                           INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       WRITE-SUPPLIER-HEADING.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING  "SUPPLIER "             DELIMITED BY SIZE
                   SAVE-SUPPLIER           DELIMITED BY SIZE
                                           INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "RESERVATION T DST OUT      QTY     RATE      TOTAL  PC
      -    "T       COMM"                  TO  RPT-RECORD.
           WRITE RPT-RECORD.

       WRITE-SUPPLIER-TOTAL.
           MOVE SUPP-ITEM-COUNT            TO  RPT-COUNT.
           MOVE SUPP-SALES-TOTAL           TO  RPT-SUPP-TOTAL.
           MOVE SUPP-COMM-TOTAL            TO  RPT-SUPP-COMM.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING  "  OWED BY SUPPLIER   " DELIMITED BY SIZE
                   RPT-COUNT               DELIMITED BY SIZE
                   " ITEM(S) "             DELIMITED BY SIZE
                   RPT-SUPP-TOTAL          DELIMITED BY SIZE
                   "       "               DELIMITED BY SIZE
                   RPT-SUPP-COMM           DELIMITED BY SIZE
                                           INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           ADD SUPP-ITEM-COUNT             TO  GRAND-ITEM-COUNT.
           ADD SUPP-SALES-TOTAL            TO  GRAND-SALES-TOTAL.
           ADD SUPP-COMM-TOTAL             TO  GRAND-COMM-TOTAL.
           ADD 1                           TO  SUPPLIER-COUNT.
           MOVE 0                          TO  SUPP-ITEM-COUNT
                                               SUPP-SALES-TOTAL
                                               SUPP-COMM-TOTAL.

       TERMINATE-REPORT.
           MOVE GRAND-SALES-TOTAL          TO  RPT-GRAND-TOTAL.
           MOVE GRAND-COMM-TOTAL           TO  RPT-GRAND-COMM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING  "TOTALS   "             DELIMITED BY SIZE
                   SUPPLIER-COUNT          DELIMITED BY SIZE
                   " SUPPLIER(S) "         DELIMITED BY SIZE
                   GRAND-ITEM-COUNT        DELIMITED BY SIZE
                   " ITEM(S) "             DELIMITED BY SIZE
                   RPT-GRAND-TOTAL         DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   RPT-GRAND-COMM          DELIMITED BY SIZE
                                           INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE ADD-ON-PRODUCT.
           CLOSE COMMISSION-STMT.
           MOVE "SUPCOMM"                  TO  RPG-REPORT-ID.
           MOVE "supcomm"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SUPCOMM"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SUPCOMM - " SUPPLIER-COUNT " SUPPLIER(S) BILLED TO "
                   "supcomm".
