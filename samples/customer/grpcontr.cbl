       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  GRP-CONTR-STATUS               PIC X(02).
           88 GRP-CONTR-NOT-PRESENT                   VALUE "35".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
              END-READ
           END-PERFORM.
           CLOSE CONTRACT-RPT.
           MOVE "GRPCNRPT"                 TO  RPG-REPORT-ID.
           MOVE "grpcnrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "GRPCONTR"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "GRPCONTR - UTILIZATION WRITTEN TO grpcnrpt".

       PRINT-ONE-CONTRACT.
