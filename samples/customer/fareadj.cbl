       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  FARE-TBL-STATUS                PIC X(02).
           CLOSE FLIGHT-MASTER.
           CLOSE FARE-TABLE.
           CLOSE ADJUST-RPT.
           MOVE "FAREADJP"                 TO  RPG-REPORT-ID.
           MOVE "fareadjp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FAREADJ"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FAREADJ - " ADJUSTED-COUNT " FARE(S) STEPPED - SEE
      -    "fareadjp".
