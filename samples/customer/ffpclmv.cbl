       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FFP-CLAIM-STATUS               PIC X(02).
           88 FFP-CLAIM-NOT-PRESENT                   VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  ROUTE-DST-STATUS               PIC X(02).
           88 ROUTE-DST-NOT-PRESENT                   VALUE "35".
       01  FLP-TYPE                       PIC X(02)   VALUE "CL".
       01  FLP-MILES                      PIC S9(07)  VALUE 0.
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-OP-ID                      PIC X(05)   VALUE "BATCH".
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.
       01  RPT-STATUS                     PIC X(02).
       01  CLAIM-EOF-SWITCH               PIC 9       VALUE 0.
           88 CLAIM-AT-END                            VALUE 1.
                   ADD W-ROUTE-MILES       TO  FFP-MILES
                   MOVE TODAY-DATE         TO  FFP-LAST-ACCRUAL-DATE
                   REWRITE FFP-MEMBER-RECORD
                   MOVE W-ROUTE-MILES      TO  FLP-MILES
                   MOVE FC-CLAIM-NO        TO  FLP-REF
                   CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO,
                        FLP-TYPE, FLP-MILES, FFP-MILES, FLP-REF,
                        FLP-OP-ID, FLP-RESULT
           END-READ.
           CLOSE FFP-MEMBER.

       TERMINATE-VERIFY.
           CLOSE FFP-CLAIM.
           CLOSE CLAIM-RPT.
           MOVE "FFPCLMRP"                 TO  RPG-REPORT-ID.
           MOVE "ffpclmrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FFPCLMV"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FFPCLMV - " APPROVED-COUNT " APPROVED, "
                   REJECTED-COUNT " REJECTED - SEE ffpclmrp".
