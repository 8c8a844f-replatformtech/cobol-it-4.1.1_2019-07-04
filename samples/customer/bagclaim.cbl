       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  BAG-CLAIM-STATUS               PIC X(02).
           88 BAG-CLAIM-NOT-PRESENT                   VALUE "35".
       01  BAG-TAG-STATUS                 PIC X(02).
              END-READ
           END-PERFORM.
           CLOSE CLAIM-RPT.
           MOVE "BAGCLRPT"                 TO  RPG-REPORT-ID.
           MOVE "bagclrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BAGCLAIM"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BAGCLAIM - " OPEN-CLAIM-COUNT " OPEN CLAIM(S) - SEE
      -    " bagclrpt".

