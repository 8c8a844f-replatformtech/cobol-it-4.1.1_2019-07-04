       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  STAMPED-COUNT                  PIC 9(06)   VALUE 0.
       01  LAPSED-MILES-TOTAL             PIC 9(09)   VALUE 0.
       01  RPT-MILES                      PIC ZZZZZZ9.
       01  FLP-TYPE                       PIC X(02)   VALUE "EX".
       01  FLP-MILES                      PIC S9(07)  VALUE 0.
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-OP-ID                      PIC X(05)   VALUE "BATCH".
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
                        INTO RPT-RECORD
                 END-STRING
                 WRITE RPT-RECORD
                 COMPUTE FLP-MILES = 0 - FFP-MILES
                 MOVE TODAY-DATE           TO  FLP-REF
                 MOVE 0                    TO  FFP-MILES
                 REWRITE FFP-MEMBER-RECORD
                 CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO,
                      FLP-TYPE, FLP-MILES, FFP-MILES, FLP-REF,
                      FLP-OP-ID, FLP-RESULT
                 PERFORM REPOSITION-SCAN
              WHEN INACTIVE-DAYS > WARNING-DAYS AND FFP-MILES > 0
                 ADD 1                     TO  WARNED-COUNT
           WRITE RPT-RECORD.
           CLOSE FFP-MEMBER.
           CLOSE EXPIRY-RPT.
           MOVE "FFPEXPIR"                 TO  RPG-REPORT-ID.
           MOVE "ffpexpir"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FFPEXPIR"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FFPEXPIR - " MEMBER-COUNT " MEMBER(S), "
                   LAPSED-COUNT " LAPSED, " WARNED-COUNT
                   " IN WARNING WINDOW, " STAMPED-COUNT
