       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  REF-AUDIT-STATUS               PIC X(02).
           88 REF-AUDIT-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       TERMINATE-REPORT.
           CLOSE REF-AUDIT.
           CLOSE AUDIT-RPT.
           MOVE "REFAUDRP"                 TO  RPG-REPORT-ID.
           MOVE "refaudrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "REFAUDRP"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "REFAUDRP - " PRINTED-COUNT " CHANGE(S) LISTED - SEE
      -    " refaudrp".
