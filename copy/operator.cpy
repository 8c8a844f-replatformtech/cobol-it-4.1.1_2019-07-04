      *    OPERATOR-RECORD LAYOUT FOR THE "operator" INDEXED FILE.
      *    ONE RECORD PER AGENT/OPERATOR ID, USED AT STARTUP TO
      *    VALIDATE THE LOGGED-IN OPERATOR AND STAMP THAT ID ONTO
      *    EVERY AUDIT RECORD FOR ACCOUNTABILITY.  THE SHIFT TIMES
      *    (HHMM, AN END BEFORE THE START MEANS AN OVERNIGHT SHIFT;
      *    BOTH ZERO MEANS NO SET SHIFT) LET VIEWRPT FLAG PASSENGER
      *    RECORDS OPENED OUTSIDE THE OPERATOR'S WORKING HOURS.  THE
      *    EMERGENCY-TEAM ROLE IS THE ONLY ONE ERINQ LETS IN.
      *****************************************************************
       01  OPERATOR-RECORD.
           03 OP-ID                       PIC X(05).
           03 OP-ROLE                     PIC X(01).
              88 OP-ROLE-SUPERVISOR               VALUE "S".
              88 OP-ROLE-AGENT                    VALUE "A".
              88 OP-ROLE-EMERGENCY                VALUE "E".
           03 OP-TRAINING-FLAG            PIC X(01).
              88 OP-TRAINING-MODE                 VALUE "Y".
           03 OP-LANGUAGE                 PIC X(01).
           03 OP-SHIFT-START              PIC 9(04).
           03 OP-SHIFT-END                PIC 9(04).
