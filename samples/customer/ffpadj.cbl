       01  W-DOB                          PIC X(08)   VALUE SPACES.
       01  W-ADJ-MILES                    PIC S9(07)  VALUE 0.
       01  W-APR-CNTR                     PIC 9(07)   VALUE 0.
       01  FLP-TYPE                       PIC X(02)   VALUE "AD".
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           ADD W-ADJ-MILES                 TO  FFP-MILES.
           MOVE TODAY-DATE                 TO  FFP-LAST-ACCRUAL-DATE.
           REWRITE FFP-MEMBER-RECORD.
      *    THE APPROVAL NUMBER IS THE LEDGER ROW'S SOURCE REFERENCE.
           PERFORM WRITE-APPROVAL-RECORD.
           MOVE W-APR-CNTR                 TO  FLP-REF.
           CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO, FLP-TYPE,
                W-ADJ-MILES, FFP-MILES, FLP-REF, WS-OPERATOR-ID,
                FLP-RESULT.
           CLOSE FFP-MEMBER.
           DISPLAY "FFPADJ - ADJUSTED " W-ADJ-MILES " MILES FOR "
                   W-FNAME(1:12) " " W-LNAME(1:15)
                   " - SIGNED " WS-OPERATOR-ID "/" APPR-OP-ID.
