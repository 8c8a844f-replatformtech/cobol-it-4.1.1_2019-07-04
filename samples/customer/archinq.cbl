      *    FIELD LAYOUT DISPLAY-INQUIRY-RECORD USES IN CUSTOMER0, FOR
      *    REFUND DISPUTES, INSURANCE CLAIMS AND CORPORATE BILLING
      *    QUESTIONS ABOUT FLIGHTS ALREADY PURGED FROM THE LIVE FILE.
      *    READ-ONLY AGAINST THE ARCHIVE - NOTHING IS CHANGED.  EVERY
      *    RECORD DISPLAYED IS WRITTEN TO THE "viewlog" READ-ACCESS LOG
      *    AGAINST THE OPERATOR ID KEYED AT THE START.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       WORKING-STORAGE SECTION.
       COPY custrec.
       COPY viewlogp.

       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  BLNK-LINE                      PIC X(76)   VALUE SPACES.
       01  CNTR                           PIC 9(02)   VALUE 0.
       01  RESP                           PIC X(01)   VALUE SPACES.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "ARCHIVE RESERVATION INQUIRY"    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           DISPLAY "OPERATOR ID:-"                  AT LINE 5  COL 20.
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
              ACCEPT WS-OPERATOR-ID                 AT LINE 5  COL 34
           END-PERFORM.
           DISPLAY "SEARCH BY 1)LAST NAME 2)FLIGHT ID:-"
                                                    AT LINE 7  COL 20.
           PERFORM WITH TEST AFTER UNTIL SEARCH-BY-LNAME OR
           PERFORM CLEAR-SCREEN.
           PERFORM DISPLAY-LABELS.
           PERFORM DISPLAY-FIELDS.
           PERFORM LOG-ARCHIVE-VIEW.
           DISPLAY "**ARCHIVED RECORD - FOR INQUIRY ONLY** <ENT>NEXT/'Q'
      -       "QUIT:"                               AT LINE 25 COL 5.
           ACCEPT QUIT-SWITCH                       AT LINE 25 COL 62.

       LOG-ARCHIVE-VIEW.
      *    THE ARCHIVE SCREEN SHOWS THE DATE OF BIRTH AND THE
      *    ADDRESS/PHONE/E-MAIL CONTACT GROUP.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "ARCHINQ"                  TO  VWP-PROGRAM.
           SET VWP-SCREEN-VIEW             TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           MOVE "YYNNN"                    TO  VWP-FIELD-GROUPS.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       DISPLAY-LABELS.
           DISPLAY "      TRAVELS      "            AT LINE 1  COL 20.
           DISPLAY W-SYS-MM                         AT LINE 1  COL 65.
