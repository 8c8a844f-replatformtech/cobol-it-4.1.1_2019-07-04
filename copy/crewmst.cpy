      *****************************************************************
      *    CREWMST.CPY
      *    CREW-MASTER-RECORD LAYOUT FOR THE "crewmst" INDEXED FILE.
      *    ONE RECORD PER FLIGHT-DECK OR CABIN CREW MEMBER, KEYED BY
      *    EMPLOYEE NUMBER: RANK, HOME BASE AND THE AIRCRAFT TYPES THE
      *    MEMBER IS CURRENTLY QUALIFIED ON (MATCHED AGAINST
      *    FM-AIRCRAFT-TYPE).  MAINTAINED THROUGH CRWMAINT.
      *    RANKS IN USE:
      *      CP CAPTAIN             FO FIRST OFFICER
      *      PS PURSER              FA FLIGHT ATTENDANT
      *****************************************************************
       01  CREW-MASTER-RECORD.
           03 CM-EMP-NO                   PIC X(06).
           03 CM-NAME                     PIC X(30).
           03 CM-RANK                     PIC X(02).
              88 CM-CAPTAIN                       VALUE "CP".
              88 CM-FIRST-OFFICER                 VALUE "FO".
              88 CM-PURSER                        VALUE "PS".
              88 CM-FLIGHT-ATTENDANT              VALUE "FA".
              88 CM-FLIGHT-DECK                   VALUE "CP" "FO".
              88 CM-CABIN-CREW                    VALUE "PS" "FA".
           03 CM-BASE                     PIC X(03).
           03 CM-QUAL-TYPE OCCURS 4 TIMES PIC X(04).
           03 CM-STATUS                   PIC X(01).
              88 CM-ACTIVE                        VALUE "A" " ".
              88 CM-INACTIVE                      VALUE "I".
