       01  RPT-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  RECV-LEDGER-STATUS             PIC X(02).
           88 RECV-LEDGER-NOT-PRESENT                 VALUE "35".
       01  CORP-ACCT-STATUS               PIC X(02).
       TERMINATE-AGING.
           CLOSE RECEIVABLE-LEDGER.
           CLOSE AGING-RPT.
           MOVE "ARAGERPT"                 TO  RPG-REPORT-ID.
           MOVE "aragerpt"                 TO  RPG-FILE-NAME.
           MOVE 100                        TO  RPG-RECORD-LEN.
           MOVE "ARAGE"                    TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "ARAGE - " ACCT-COUNT " ACCOUNT(S) AGED, "
                   SUSPENDED-COUNT " SUSPENDED, "
                   REOPENED-COUNT " REOPENED - SEE aragerpt".
