      *****************************************************************
      *    CREWASGN.CPY
      *    CREW-ASSIGN-RECORD LAYOUT FOR THE "crewasgn" INDEXED FILE.
      *    ONE RECORD PER CREW MEMBER ROSTERED ON A DEPARTURE, KEYED
      *    BY FM-FLIGHT-ID PLUS EMPLOYEE NUMBER, WITH THE EMPLOYEE
      *    NUMBER ALSO AN ALTERNATE KEY SO A MEMBER'S WHOLE ROSTER CAN
      *    BE WALKED FOR DUTY AND REST.  CA-DUTY-ROLE IS THE SEAT BEING
      *    FILLED (SAME CODES AS CM-RANK) - A CAPTAIN MAY FLY THE
      *    FIRST-OFFICER SEAT AND A PURSER AN ATTENDANT'S.  WRITTEN BY
      *    CRWMAINT; CHECKED NIGHTLY BY CRWLEGAL.
      *****************************************************************
       01  CREW-ASSIGN-RECORD.
           03 CA-KEY.
              05 CA-FLIGHT-ID             PIC X(07).
              05 CA-EMP-NO                PIC X(06).
           03 CA-DUTY-ROLE                PIC X(02).
              88 CA-ROLE-CAPTAIN                  VALUE "CP".
              88 CA-ROLE-FIRST-OFFICER            VALUE "FO".
              88 CA-ROLE-PURSER                   VALUE "PS".
              88 CA-ROLE-ATTENDANT                VALUE "FA".
              88 CA-ROLE-FLIGHT-DECK              VALUE "CP" "FO".
           03 CA-ASSIGNED-DATE            PIC 9(08).
           03 CA-ASSIGNED-BY              PIC X(05).
