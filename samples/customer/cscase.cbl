       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CS-CASE-STATUS                 PIC X(02).
           88 CS-CASE-NOT-PRESENT                     VALUE "35".
       01  CLM-CTR-STATUS                 PIC X(02).
              END-READ
           END-PERFORM.
           CLOSE CASE-RPT.
           MOVE "CSCASERP"                 TO  RPG-REPORT-ID.
           MOVE "cscaserp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CSCASE"                   TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CSCASE - " OPEN-CASE-COUNT " OPEN CASE(S) - SEE csc
      -    "aserp".

