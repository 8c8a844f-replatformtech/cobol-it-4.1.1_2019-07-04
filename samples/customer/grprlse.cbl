       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  GRP-CONTR-STATUS               PIC X(02).
           88 GRP-CONTR-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
           END-PERFORM.
           CLOSE GROUP-CONTRACT.
           CLOSE RELEASE-RPT.
           MOVE "GRPRLSE"                  TO  RPG-REPORT-ID.
           MOVE "grprlse"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "GRPRLSE"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "GRPRLSE - " RELEASED-CONTRACTS " CONTRACT(S), "
                   RELEASED-SEATS " SEAT(S) RETURNED - SEE grprlse".
           STOP RUN.
