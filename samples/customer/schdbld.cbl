       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  RPT-STATUS                     PIC X(02).
           WRITE RPT-RECORD.
           CLOSE FLIGHT-MASTER.
           CLOSE BUILD-RPT.
           MOVE "SCHDBLD"                  TO  RPG-REPORT-ID.
           MOVE "schdbld"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SCHDBLD"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SCHDBLD - " CREATED-COUNT " FLIGHT(S) CREATED, "
                   SKIPPED-COUNT " SKIPPED - SEE schdbld".

