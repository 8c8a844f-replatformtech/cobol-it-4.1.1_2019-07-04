      *****************************************************************
      *    RPTREG.CPY
      *    CALL BLOCK FOR THE RPTREG REPORT-REGISTRATION SUBPROGRAM.
      *    EVERY PROGRAM THAT PRODUCES A REPORT FILLS THIS IN AFTER
      *    CLOSING THE REPORT AND CALLS RPTREG, WHICH FILES A RETAINED
      *    COPY OF THE REPORT ON "rptstore" AND CATALOGS THE RUN ON
      *    "rptcat" UNDER THE REPORT ID AND RUN DATE.  RPG-RUN-BY IS
      *    THE OPERATOR FOR AN ONLINE PROGRAM, SPACES FOR BATCH (RPTREG
      *    THEN RECORDS THE NIGHTLY JOB STEP THAT RAN IT, IF ANY).
      *****************************************************************
       01  RPTREG-PARMS.
           03 RPG-REPORT-ID               PIC X(08).
           03 RPG-FILE-NAME               PIC X(20).
           03 RPG-RECORD-LEN              PIC 9(03).
           03 RPG-PROGRAM                 PIC X(08).
           03 RPG-RUN-BY                  PIC X(05).
           03 RPG-RESULT                  PIC X(01).
              88 RPG-REGISTERED                   VALUE "R".
              88 RPG-NOT-REGISTERED               VALUE "N".
