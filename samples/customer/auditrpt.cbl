               04 AUDIT-DD                PIC X(02).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  AUDIT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       COPY custrec.

       01  AUDIT-STATUS                   PIC X(02).
           END-IF.
           CLOSE CUSTOMER-AUDIT.
           CLOSE AUDIT-RPT.
           MOVE "AUDITRPT"                 TO  RPG-REPORT-ID.
           MOVE "auditrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "AUDITRPT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "AUDITRPT - REPORT WRITTEN TO auditrpt".

       PRINT-OPERATOR-SUMMARY.
