       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       TERMINATE-CHART.
           CLOSE FLIGHT-MASTER.
           CLOSE CHART-RPT.
           MOVE "GATECHRT"                 TO  RPG-REPORT-ID.
           MOVE "gatechrt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "GATECHRT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "GATECHRT - " GC-COUNT " DEPARTURE(S), "
                   CONFLICT-COUNT " CONFLICT(S) - SEE gatechrt".
