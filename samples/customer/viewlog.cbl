      ******************************************************************
      *    VIEWLOG.CBL
      *    STAND-ALONE READ-ACCESS LOGGING SUBPROGRAM - THE ONLY CODE
      *    THAT WRITES THE "viewlog" FILE.  CALLED WITH THE VIEWLOGP.CPY
      *    BLOCK BY EVERY SCREEN, PICK LIST AND EXTRACT THAT SHOWS A
      *    PASSENGER'S PERSONAL DATA; STAMPS THE CALL WITH TODAY'S DATE
      *    AND THE TIME OF DAY AND APPENDS ONE VIEW-LOG RECORD.  THE
      *    FILE IS CREATED ON FIRST USE.  A CALLER THAT HAS NO
      *    OPERATOR (A BATCH STEP RUN WITHOUT ONE) IS LOGGED AS
      *    "BATCH" SO NO ACCESS GOES UNATTRIBUTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      VIEWLOG.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEW-LOG
                  ASSIGN TO DISK "viewlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VIEW-LOG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VIEW-LOG.
       COPY viewlog.

       WORKING-STORAGE SECTION.
       01  VIEW-LOG-STATUS                PIC X(02).
           88 VIEW-LOG-NOT-PRESENT                    VALUE "35".

      *****************************************************************
       LINKAGE SECTION.
       COPY viewlogp.

      *****************************************************************
       PROCEDURE DIVISION USING VIEWLOG-PARMS.

       0000-MAINLINE.
           OPEN EXTEND VIEW-LOG.
           IF VIEW-LOG-NOT-PRESENT
              CLOSE VIEW-LOG
              OPEN OUTPUT VIEW-LOG
           END-IF.
           MOVE SPACES                      TO  VIEW-LOG-RECORD.
           IF VWP-OP-ID = SPACES OR LOW-VALUES
              MOVE "BATCH"                  TO  VW-OP-ID
           ELSE
              MOVE VWP-OP-ID                TO  VW-OP-ID
           END-IF.
           ACCEPT VW-VIEW-DATE             FROM DATE YYYYMMDD.
           ACCEPT VW-VIEW-TIME             FROM TIME.
           MOVE VWP-PROGRAM                 TO  VW-PROGRAM.
           MOVE VWP-ACCESS-TYPE             TO  VW-ACCESS-TYPE.
           MOVE VWP-KEY-TYPE                TO  VW-KEY-TYPE.
           MOVE VWP-KEY                     TO  VW-KEY.
           MOVE VWP-BOOKED-BY               TO  VW-BOOKED-BY.
           MOVE VWP-FIELD-GROUPS            TO  VW-FIELD-GROUPS.
           WRITE VIEW-LOG-RECORD.
           CLOSE VIEW-LOG.
           GOBACK.
