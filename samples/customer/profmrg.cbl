       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  CUST-PROF-STATUS               PIC X(02).
       01  DUPL-LNAME                     PIC X(30)   VALUE SPACES.
       01  DUPL-FNAME                     PIC X(30)   VALUE SPACES.
       01  DUPL-DOB                       PIC X(08)   VALUE SPACES.
       01  DUPL-NAME-KEY                  PIC X(68)   VALUE SPACES.
       01  DUPL-FFP-NO                    PIC X(09)   VALUE SPACES.
       01  FLP-TYPE                       PIC X(02)   VALUE "MG".
       01  FLP-MILES                      PIC S9(07)  VALUE 0.
       01  FLP-ZERO-BAL                   PIC 9(07)   VALUE 0.
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.
       01  W-MOVED-MILES                  PIC 9(07)   VALUE 0.
       01  RESP                           PIC X(01)   VALUE SPACES.

              END-PERFORM
           END-PERFORM.
           CLOSE DUP-RPT.
           MOVE "PROFMRG"                  TO  RPG-REPORT-ID.
           MOVE "profmrg"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "PROFMRG"                  TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "PROFMRG - " CANDIDATE-COUNT " CANDIDATE PAIR(S) - S
      -    "EE profmrg".

                   EXIT PARAGRAPH
           END-READ.
           MOVE FFP-MILES                  TO  W-MOVED-MILES.
           MOVE FFP-NAME-KEY               TO  DUPL-NAME-KEY.
           MOVE FFP-NO                     TO  DUPL-FFP-NO.
           DELETE FFP-MEMBER.
           MOVE SURV-LNAME                 TO  FFP-LNAME.
           MOVE SURV-FNAME                 TO  FFP-FNAME.
                   ADD W-MOVED-MILES       TO  FFP-MILES
                   MOVE TODAY-DATE         TO  FFP-LAST-ACCRUAL-DATE
                   REWRITE FFP-MEMBER-RECORD
                   PERFORM POST-MERGE-LEDGER
           END-READ.
           CLOSE FFP-MEMBER.

       POST-MERGE-LEDGER.
      *    THE DUPLICATE'S LEDGER IS CLOSED OUT TO NIL AND THE SAME
      *    MILES OPEN ON THE SURVIVOR'S, EACH ROW NAMING THE OTHER
      *    MEMBER NUMBER.
           COMPUTE FLP-MILES = 0 - W-MOVED-MILES.
           MOVE FFP-NO                     TO  FLP-REF.
           CALL "FFPLPOST" USING DUPL-NAME-KEY, DUPL-FFP-NO, FLP-TYPE,
                FLP-MILES, FLP-ZERO-BAL, FLP-REF, WS-OPERATOR-ID,
                FLP-RESULT.
           MOVE W-MOVED-MILES              TO  FLP-MILES.
           MOVE DUPL-FFP-NO                TO  FLP-REF.
           CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO, FLP-TYPE,
                FLP-MILES, FFP-MILES, FLP-REF, WS-OPERATOR-ID,
                FLP-RESULT.

       DELETE-DUPLICATE-PROFILE.
           OPEN I-O CUSTOMER-PROFILE.
           IF CUST-PROF-NOT-PRESENT
