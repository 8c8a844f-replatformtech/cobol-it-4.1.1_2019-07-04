       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      MKTAUD.

      ******************************************************************
      *    MKTAUD.CBL
      *    MARKETING AUDIENCE EXTRACT - SELECTS PASSENGERS BY TRAVEL
      *    HISTORY FOR A CAMPAIGN AND WRITES ONE CONTACT PER PERSON TO
      *    "mktaud".  THE OPERATOR ENTERS THE CHANNEL (E-MAIL OR
      *    POSTAL) AND ANY OF: ROUTE, TRAVEL DATE RANGE, MINIMUM AND
      *    MAXIMUM TRIP COUNT, FFP TIER, NO-ACTIVITY-SINCE DATE, CABIN
      *    AND CORPORATE ACCOUNT - A BLANK CRITERION SELECTS ANYONE.
      *    A TRIP IS A FLOWN RESERVATION ON "customer" OR "custarch"
      *    IN THE CABIN AND CORPORATE ACCOUNT ASKED FOR, ANY SEGMENT
      *    OF WHICH ("flightmst") IS ON THE ROUTE AND IN THE DATE
      *    RANGE.  WHEN A TRIP CRITERION IS GIVEN THE MINIMUM TRIP
      *    COUNT IS AT LEAST ONE.  A PASSENGER'S LAST ACTIVITY IS THE
      *    LATEST BOOKING OR FLOWN DATE ON ANY RESERVATION, OR FFP
      *    ACCRUAL/REDEMPTION ON "ffpmem".  RESERVATIONS ANONYMIZED BY
      *    RETNPRG ARE NEVER SELECTED.  PASSENGERS ARE GATHERED BY
      *    NAME AND DATE OF BIRTH THROUGH A SORT SO EACH APPEARS ONCE,
      *    AND WHATEVER THE CRITERIA, NOBODY IS WRITTEN WITHOUT A
      *    "custprof" CONTACT PROFILE OPTED IN TO THE CHOSEN CHANNEL
      *    AND A CONTACT ADDRESS FOR IT.  ONLY THE CHOSEN CHANNEL'S
      *    CONTACT DETAILS ARE EXTRACTED.  THE CONTROL REPORT
      *    "mktaudrp" RECORDS THE CRITERIA, THE OPERATOR AND EVERY
      *    COUNT DROPPED AND KEPT, AND IS REGISTERED SO THE RETAINED
      *    COPY SHOWS WHAT WAS SELECTED FOR EACH CAMPAIGN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER
                  ASSIGN TO DISK "customer"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CUST-RES-ID
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CUSTOMER-ARCHIVE
                  ASSIGN TO DISK "custarch"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT CUSTOMER-PROFILE
                  ASSIGN TO DISK "custprof"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CP-NAME-KEY
                  FILE STATUS IS CUST-PROF-STATUS.

           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT AUDIENCE-SORT
                  ASSIGN TO DISK "mktsort".

           SELECT AUDIENCE-OUT
                  ASSIGN TO DISK "mktaud"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIENCE-STATUS.

           SELECT CONTROL-RPT
                  ASSIGN TO DISK "mktaudrp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER-PROFILE.
       COPY custprof.

       FD  FFP-MEMBER.
       COPY ffpmem.

       SD  AUDIENCE-SORT.
       01  AUDIENCE-SORT-RECORD.
           03 AS-NAME-KEY.
              05 AS-LNAME                PIC X(30).
              05 AS-FNAME                PIC X(30).
              05 AS-DOB                  PIC X(08).
           03 AS-TRIP-FLAG               PIC 9(01).
           03 AS-ACTIVITY-DATE           PIC 9(08).

       FD  AUDIENCE-OUT.
       01  AUDIENCE-RECORD.
           03 MA-CHANNEL                 PIC X(01).
           03 MA-LNAME                   PIC X(30).
           03 MA-FNAME                   PIC X(30).
           03 MA-DOB                     PIC X(08).
           03 MA-EMAIL                   PIC X(20).
           03 MA-STREET                  PIC X(30).
           03 MA-CITY                    PIC X(15).
           03 MA-STATE                   PIC X(05).
           03 MA-ZIP                     PIC X(10).
           03 MA-LANGUAGE                PIC X(01).
           03 MA-FFP-NO                  PIC X(09).
           03 MA-FFP-TIER                PIC X(01).
           03 MA-TRIPS                   PIC 9(05).
           03 MA-LAST-ACTIVITY           PIC 9(08).
           03 MA-CONSENT-DATE            PIC 9(08).

       FD  CONTROL-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUST-PROF-STATUS               PIC X(02).
           88 CUST-PROF-NOT-PRESENT                   VALUE "35".
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  AUDIENCE-STATUS                PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  SORT-EOF-SWITCH                PIC 9       VALUE 0.
           88 SORT-AT-END                             VALUE 1.
           88 SORT-NOT-AT-END                         VALUE 0.
       01  FFP-OPEN-SWITCH                PIC 9       VALUE 0.
           88 FFP-FILE-OPEN                           VALUE 1.
       01  TRIP-SWITCH                    PIC 9       VALUE 0.
           88 TRIP-MATCHED                            VALUE 1.
           88 TRIP-NOT-MATCHED                        VALUE 0.
       01  FFP-FOUND-SWITCH               PIC 9       VALUE 0.
           88 FFP-FOUND                               VALUE 1.
           88 FFP-NOT-FOUND                           VALUE 0.

      *    SELECTION CRITERIA AS ENTERED - SPACES/ZERO MEANS ANY.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  AUD-CHANNEL                    PIC X(01)   VALUE SPACES.
           88 AUD-EMAIL-CHANNEL                       VALUE "E".
           88 AUD-POSTAL-CHANNEL                      VALUE "P".
       01  AUD-ORIGIN                     PIC X(03)   VALUE SPACES.
       01  AUD-DEST                       PIC X(03)   VALUE SPACES.
       01  AUD-TRAVEL-FROM                PIC 9(08)   VALUE 0.
       01  AUD-TRAVEL-TO                  PIC 9(08)   VALUE 0.
       01  AUD-MIN-TRIPS                  PIC 9(03)   VALUE 0.
       01  AUD-MAX-TRIPS                  PIC 9(03)   VALUE 0.
       01  AUD-FFP-TIER                   PIC X(01)   VALUE SPACES.
           88 AUD-TIER-VALID                          VALUE " " "B"
                                                      "S" "G" "P".
       01  AUD-INACTIVE-SINCE             PIC 9(08)   VALUE 0.
       01  AUD-CABIN                      PIC X(02)   VALUE SPACES.
       01  AUD-CORP-ACCT                  PIC X(08)   VALUE SPACES.
       01  AUD-TRAVEL-TO-TEST             PIC 9(08)   VALUE 0.

       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  SEG-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  W-ACTIVITY-DATE                PIC 9(08)   VALUE 0.
       01  W-ADD-DATE-NUM                 PIC 9(08)   VALUE 0.

      *    THE PASSENGER BEING GATHERED FROM THE SORTED RESERVATIONS.
       01  CUR-NAME-KEY.
           03 CUR-LNAME                   PIC X(30).
           03 CUR-FNAME                   PIC X(30).
           03 CUR-DOB                     PIC X(08).
       01  CUR-TRIPS                      PIC 9(05)   VALUE 0.
       01  CUR-LAST-ACTIVITY              PIC 9(08)   VALUE 0.

       01  LIVE-READ-COUNT                PIC 9(07)   VALUE 0.
       01  ARCHIVE-READ-COUNT             PIC 9(07)   VALUE 0.
       01  ANONYMIZED-COUNT               PIC 9(07)   VALUE 0.
       01  UNNAMED-COUNT                  PIC 9(07)   VALUE 0.
       01  TRIP-COUNT                     PIC 9(07)   VALUE 0.
       01  PERSON-COUNT                   PIC 9(07)   VALUE 0.
       01  DROP-TRIPS-COUNT               PIC 9(07)   VALUE 0.
       01  DROP-TIER-COUNT                PIC 9(07)   VALUE 0.
       01  DROP-ACTIVE-COUNT              PIC 9(07)   VALUE 0.
       01  DROP-NO-PROFILE-COUNT          PIC 9(07)   VALUE 0.
       01  DROP-NO-CONSENT-COUNT          PIC 9(07)   VALUE 0.
       01  DROP-NO-ADDRESS-COUNT          PIC 9(07)   VALUE 0.
       01  WRITTEN-COUNT                  PIC 9(07)   VALUE 0.
       01  RPT-CNT                        PIC ZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-EXTRACT.
           SORT AUDIENCE-SORT
                ON ASCENDING KEY AS-LNAME AS-FNAME AS-DOB
                INPUT PROCEDURE  IS GATHER-RESERVATIONS
                OUTPUT PROCEDURE IS SELECT-AUDIENCE.
           PERFORM TERMINATE-EXTRACT.
           STOP RUN.

       INITIALIZE-EXTRACT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           PERFORM ACCEPT-CRITERIA.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "MKTAUD - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "MKTAUD - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-PROFILE.
           IF CUST-PROF-NOT-PRESENT
              DISPLAY "MKTAUD - CUSTPROF FILE NOT FOUND, NOBODY HAS "
                      "CONSENTED - ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FFP-MEMBER.
           IF FFP-NOT-PRESENT
              CLOSE FFP-MEMBER
           ELSE
              SET FFP-FILE-OPEN            TO  TRUE
           END-IF.
           OPEN OUTPUT AUDIENCE-OUT.
           OPEN OUTPUT CONTROL-RPT.

       ACCEPT-CRITERIA.
           DISPLAY "MKTAUD - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "MKTAUD - CHANNEL (E=E-MAIL P=POSTAL):".
           ACCEPT AUD-CHANNEL.
           INSPECT AUD-CHANNEL CONVERTING "ep" TO "EP".
           IF NOT AUD-EMAIL-CHANNEL AND NOT AUD-POSTAL-CHANNEL
              DISPLAY "MKTAUD - CHANNEL MUST BE E OR P, ABORTING"
              STOP RUN
           END-IF.
           DISPLAY "MKTAUD - ORIGIN (BLANK=ANY):".
           ACCEPT AUD-ORIGIN.
           DISPLAY "MKTAUD - DESTINATION (BLANK=ANY):".
           ACCEPT AUD-DEST.
           INSPECT AUD-ORIGIN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT AUD-DEST CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "MKTAUD - TRAVELLED FROM YYYYMMDD (BLANK=ANY):".
           ACCEPT AUD-TRAVEL-FROM.
           DISPLAY "MKTAUD - TRAVELLED TO YYYYMMDD (BLANK=ANY):".
           ACCEPT AUD-TRAVEL-TO.
           IF AUD-TRAVEL-FROM NOT NUMERIC OR
              AUD-TRAVEL-TO NOT NUMERIC
              DISPLAY "MKTAUD - TRAVEL DATES MUST BE YYYYMMDD, ABORTING"
              STOP RUN
           END-IF.
           IF AUD-TRAVEL-TO = 0
              MOVE 99999999                TO  AUD-TRAVEL-TO-TEST
           ELSE
              MOVE AUD-TRAVEL-TO           TO  AUD-TRAVEL-TO-TEST
           END-IF.
           IF AUD-TRAVEL-FROM > AUD-TRAVEL-TO-TEST
              DISPLAY "MKTAUD - TRAVEL DATES ARE REVERSED, ABORTING"
              STOP RUN
           END-IF.
           DISPLAY "MKTAUD - CABIN CO/FC (BLANK=ANY):".
           ACCEPT AUD-CABIN.
           INSPECT AUD-CABIN CONVERTING "cofc" TO "COFC".
           DISPLAY "MKTAUD - CORPORATE ACCOUNT (BLANK=ANY):".
           ACCEPT AUD-CORP-ACCT.
           DISPLAY "MKTAUD - MINIMUM TRIPS (BLANK=NONE):".
           ACCEPT AUD-MIN-TRIPS.
           DISPLAY "MKTAUD - MAXIMUM TRIPS (BLANK=NO LIMIT):".
           ACCEPT AUD-MAX-TRIPS.
           IF AUD-MIN-TRIPS NOT NUMERIC OR AUD-MAX-TRIPS NOT NUMERIC
              DISPLAY "MKTAUD - TRIP COUNTS MUST BE NUMERIC, ABORTING"
              STOP RUN
           END-IF.
           IF AUD-MIN-TRIPS = 0 AND
              (AUD-ORIGIN NOT = SPACES OR AUD-DEST NOT = SPACES OR
               AUD-TRAVEL-FROM NOT = 0 OR AUD-TRAVEL-TO NOT = 0 OR
               AUD-CABIN NOT = SPACES OR AUD-CORP-ACCT NOT = SPACES)
              MOVE 1                       TO  AUD-MIN-TRIPS
           END-IF.
           IF AUD-MAX-TRIPS NOT = 0 AND AUD-MAX-TRIPS < AUD-MIN-TRIPS
              DISPLAY "MKTAUD - MAXIMUM TRIPS BELOW MINIMUM, ABORTING"
              STOP RUN
           END-IF.
           DISPLAY "MKTAUD - FFP TIER B/S/G/P (BLANK=ANY):".
           ACCEPT AUD-FFP-TIER.
           INSPECT AUD-FFP-TIER CONVERTING "bsgp" TO "BSGP".
           IF NOT AUD-TIER-VALID
              DISPLAY "MKTAUD - FFP TIER MUST BE B, S, G OR P, "
                      "ABORTING"
              STOP RUN
           END-IF.
           DISPLAY "MKTAUD - NO ACTIVITY SINCE YYYYMMDD (BLANK=ANY):".
           ACCEPT AUD-INACTIVE-SINCE.
           IF AUD-INACTIVE-SINCE NOT NUMERIC
              DISPLAY "MKTAUD - ACTIVITY DATE MUST BE YYYYMMDD, "
                      "ABORTING"
              STOP RUN
           END-IF.

      *****************************************************************
      *    SORT INPUT - ONE RECORD PER NAMED, UN-ANONYMIZED
      *    RESERVATION, FLAGGED WHEN IT IS A TRIP MEETING THE CRITERIA.
      *****************************************************************
       GATHER-RESERVATIONS.
           PERFORM UNTIL CUSTOMER-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET CUSTOMER-AT-END   TO  TRUE
                   NOT AT END
                      ADD 1                 TO  LIVE-READ-COUNT
                      PERFORM RELEASE-ONE-RESERVATION
              END-READ
           END-PERFORM.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF ARCHIVE-NOT-PRESENT
              CLOSE CUSTOMER-ARCHIVE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARCHIVE-AT-END
              READ CUSTOMER-ARCHIVE
                   AT END
                      SET ARCHIVE-AT-END    TO  TRUE
                   NOT AT END
                      ADD 1                 TO  ARCHIVE-READ-COUNT
                      MOVE ARCHIVE-RECORD   TO  CUSTOMER-RECORD
                      PERFORM RELEASE-ONE-RESERVATION
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       RELEASE-ONE-RESERVATION.
           IF CUST-FNAME = "ANONYMIZED" OR CUST-LNAME = "ANONYMIZED"
              ADD 1                        TO  ANONYMIZED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF CUST-LNAME = SPACES
              ADD 1                        TO  UNNAMED-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  W-ACTIVITY-DATE.
           IF ADD-DATE NUMERIC
              MOVE ADD-DATE                TO  W-ADD-DATE-NUM
              MOVE W-ADD-DATE-NUM          TO  W-ACTIVITY-DATE
           END-IF.
           SET TRIP-NOT-MATCHED            TO  TRUE.
           IF RES-FLOWN
              PERFORM MATCH-TRIP
           END-IF.
           MOVE CUST-LNAME                 TO  AS-LNAME.
           MOVE CUST-FNAME                 TO  AS-FNAME.
           MOVE CUST-DOB                   TO  AS-DOB.
           MOVE TRIP-SWITCH                TO  AS-TRIP-FLAG.
           MOVE W-ACTIVITY-DATE            TO  AS-ACTIVITY-DATE.
           RELEASE AUDIENCE-SORT-RECORD.
           IF TRIP-MATCHED
              ADD 1                        TO  TRIP-COUNT
           END-IF.

       MATCH-TRIP.
      *    THE FLOWN DATE COUNTS AS ACTIVITY WHETHER OR NOT THE TRIP
      *    MEETS THE CRITERIA.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   MOVE 0                  TO  FM-TRAVEL-DATE
           END-READ.
           IF FM-TRAVEL-DATE NUMERIC AND
              FM-TRAVEL-DATE > W-ACTIVITY-DATE
              MOVE FM-TRAVEL-DATE          TO  W-ACTIVITY-DATE
           END-IF.
           IF AUD-CABIN NOT = SPACES AND SEAT-TYPE NOT = AUD-CABIN
              EXIT PARAGRAPH
           END-IF.
           IF AUD-CORP-ACCT NOT = SPACES AND
              CORP-ACCT-ID NOT = AUD-CORP-ACCT
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-ID                  TO  SEG-FLIGHT-ID.
           PERFORM MATCH-ONE-SEGMENT.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > LEG-COUNT OR TRIP-MATCHED
                 MOVE LEG-FLIGHT-ID(LEG-IDX) TO SEG-FLIGHT-ID
                 PERFORM MATCH-ONE-SEGMENT
              END-PERFORM
           END-IF.

       MATCH-ONE-SEGMENT.
           IF SEG-FLIGHT-ID = SPACES OR TRIP-MATCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE SEG-FLIGHT-ID              TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AUD-ORIGIN NOT = SPACES AND FM-ORIGIN NOT = AUD-ORIGIN
              EXIT PARAGRAPH
           END-IF.
           IF AUD-DEST NOT = SPACES AND
              FM-DESTINATION NOT = AUD-DEST
              EXIT PARAGRAPH
           END-IF.
           IF FM-TRAVEL-DATE < AUD-TRAVEL-FROM OR
              FM-TRAVEL-DATE > AUD-TRAVEL-TO-TEST
              EXIT PARAGRAPH
           END-IF.
           SET TRIP-MATCHED                TO  TRUE.

      *****************************************************************
      *    SORT OUTPUT - ONE PASSENGER PER NAME/DATE OF BIRTH.
      *****************************************************************
       SELECT-AUDIENCE.
           PERFORM RETURN-AUDIENCE-REC.
           PERFORM UNTIL SORT-AT-END
              MOVE AS-NAME-KEY             TO  CUR-NAME-KEY
              MOVE 0                       TO  CUR-TRIPS
                                                CUR-LAST-ACTIVITY
              PERFORM UNTIL SORT-AT-END OR
                            AS-NAME-KEY NOT = CUR-NAME-KEY
                 ADD AS-TRIP-FLAG          TO  CUR-TRIPS
                 IF AS-ACTIVITY-DATE > CUR-LAST-ACTIVITY
                    MOVE AS-ACTIVITY-DATE  TO  CUR-LAST-ACTIVITY
                 END-IF
                 PERFORM RETURN-AUDIENCE-REC
              END-PERFORM
              ADD 1                        TO  PERSON-COUNT
              PERFORM SELECT-ONE-PERSON
           END-PERFORM.

       RETURN-AUDIENCE-REC.
           RETURN AUDIENCE-SORT
                  AT END
                     SET SORT-AT-END       TO  TRUE
           END-RETURN.

       SELECT-ONE-PERSON.
           IF CUR-TRIPS < AUD-MIN-TRIPS OR
              (AUD-MAX-TRIPS NOT = 0 AND CUR-TRIPS > AUD-MAX-TRIPS)
              ADD 1                        TO  DROP-TRIPS-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM READ-FFP-MEMBER.
           IF AUD-FFP-TIER NOT = SPACES AND
              (FFP-NOT-FOUND OR FFP-TIER NOT = AUD-FFP-TIER)
              ADD 1                        TO  DROP-TIER-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF AUD-INACTIVE-SINCE NOT = 0 AND
              CUR-LAST-ACTIVITY NOT < AUD-INACTIVE-SINCE
              ADD 1                        TO  DROP-ACTIVE-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE CUR-NAME-KEY               TO  CP-NAME-KEY.
           READ CUSTOMER-PROFILE
                INVALID KEY
                   ADD 1                   TO  DROP-NO-PROFILE-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF (AUD-EMAIL-CHANNEL AND NOT CP-EMAIL-OPTED-IN) OR
              (AUD-POSTAL-CHANNEL AND NOT CP-POSTAL-OPTED-IN)
              ADD 1                        TO  DROP-NO-CONSENT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF (AUD-EMAIL-CHANNEL AND CP-EMAIL = SPACES) OR
              (AUD-POSTAL-CHANNEL AND
               (CP-STREET = SPACES OR CP-ZIP = SPACES))
              ADD 1                        TO  DROP-NO-ADDRESS-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-AUDIENCE-REC.

       READ-FFP-MEMBER.
      *    FFP ACCRUAL AND REDEMPTION ARE ACTIVITY TOO.
           SET FFP-NOT-FOUND               TO  TRUE.
           IF NOT FFP-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CUR-NAME-KEY               TO  FFP-NAME-KEY.
           READ FFP-MEMBER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET FFP-FOUND                   TO  TRUE.
           IF FFP-LAST-ACCRUAL-DATE NUMERIC AND
              FFP-LAST-ACCRUAL-DATE > CUR-LAST-ACTIVITY
              MOVE FFP-LAST-ACCRUAL-DATE   TO  CUR-LAST-ACTIVITY
           END-IF.
           IF FFP-LAST-REDEEM-DATE NUMERIC AND
              FFP-LAST-REDEEM-DATE > CUR-LAST-ACTIVITY
              MOVE FFP-LAST-REDEEM-DATE    TO  CUR-LAST-ACTIVITY
           END-IF.

       WRITE-AUDIENCE-REC.
           MOVE SPACES                     TO  AUDIENCE-RECORD.
           MOVE AUD-CHANNEL                TO  MA-CHANNEL.
           MOVE CP-LNAME                   TO  MA-LNAME.
           MOVE CP-FNAME                   TO  MA-FNAME.
           MOVE CP-DOB                     TO  MA-DOB.
           IF AUD-EMAIL-CHANNEL
              MOVE CP-EMAIL                TO  MA-EMAIL
           ELSE
              MOVE CP-STREET               TO  MA-STREET
              MOVE CP-CITY                 TO  MA-CITY
              MOVE CP-STATE                TO  MA-STATE
              MOVE CP-ZIP                  TO  MA-ZIP
           END-IF.
           MOVE CP-LANGUAGE                TO  MA-LANGUAGE.
           IF FFP-FOUND
              MOVE FFP-NO                  TO  MA-FFP-NO
              MOVE FFP-TIER                TO  MA-FFP-TIER
           END-IF.
           MOVE CUR-TRIPS                  TO  MA-TRIPS.
           MOVE CUR-LAST-ACTIVITY          TO  MA-LAST-ACTIVITY.
           IF CP-CONSENT-DATE NUMERIC
              MOVE CP-CONSENT-DATE         TO  MA-CONSENT-DATE
           ELSE
              MOVE 0                       TO  MA-CONSENT-DATE
           END-IF.
           WRITE AUDIENCE-RECORD.
           ADD 1                           TO  WRITTEN-COUNT.

      *****************************************************************
      *    CONTROL REPORT - CRITERIA AND COUNTS, RETAINED THROUGH
      *    RPTREG AS THE RECORD OF WHAT THIS CAMPAIGN WAS SENT TO.
      *****************************************************************
       TERMINATE-EXTRACT.
           CLOSE CUSTOMER
                 FLIGHT-MASTER
                 CUSTOMER-PROFILE
                 AUDIENCE-OUT.
           IF FFP-FILE-OPEN
              CLOSE FFP-MEMBER
           END-IF.
           PERFORM PRINT-CRITERIA.
           PERFORM PRINT-COUNTS.
           CLOSE CONTROL-RPT.
           MOVE "MKTAUD"                   TO  RPG-REPORT-ID.
           MOVE "mktaudrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "MKTAUD"                   TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "MKTAUD - " WRITTEN-COUNT " CONTACT(S) OF "
                   PERSON-COUNT " PASSENGER(S) WRITTEN TO mktaud "
                   "- SEE mktaudrp".

       PRINT-CRITERIA.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "MARKETING AUDIENCE EXTRACT - RUN " TODAY-DATE
                  " BY " WS-OPERATOR-ID    DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "SELECTION CRITERIA (BLANK/ZERO = ANY)"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  CHANNEL"                TO  RPT-RECORD(1:30).
           IF AUD-EMAIL-CHANNEL
              MOVE "E-MAIL"                TO  RPT-RECORD(31:6)
           ELSE
              MOVE "POSTAL"                TO  RPT-RECORD(31:6)
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  ROUTE"                  TO  RPT-RECORD(1:30).
           MOVE AUD-ORIGIN                 TO  RPT-RECORD(31:3).
           MOVE "-"                        TO  RPT-RECORD(34:1).
           MOVE AUD-DEST                   TO  RPT-RECORD(35:3).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  TRAVEL DATES"           TO  RPT-RECORD(1:30).
           MOVE AUD-TRAVEL-FROM            TO  RPT-RECORD(31:8).
           MOVE "TO"                       TO  RPT-RECORD(40:2).
           MOVE AUD-TRAVEL-TO              TO  RPT-RECORD(43:8).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  CABIN"                  TO  RPT-RECORD(1:30).
           MOVE AUD-CABIN                  TO  RPT-RECORD(31:2).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  CORPORATE ACCOUNT"      TO  RPT-RECORD(1:30).
           MOVE AUD-CORP-ACCT              TO  RPT-RECORD(31:8).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  TRIPS MINIMUM/MAXIMUM"  TO  RPT-RECORD(1:30).
           MOVE AUD-MIN-TRIPS              TO  RPT-RECORD(31:3).
           MOVE "/"                        TO  RPT-RECORD(34:1).
           MOVE AUD-MAX-TRIPS              TO  RPT-RECORD(35:3).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  FFP TIER"               TO  RPT-RECORD(1:30).
           MOVE AUD-FFP-TIER               TO  RPT-RECORD(31:1).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  NO ACTIVITY SINCE"      TO  RPT-RECORD(1:30).
           MOVE AUD-INACTIVE-SINCE         TO  RPT-RECORD(31:8).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  CONSENT REQUIRED"       TO  RPT-RECORD(1:30).
           IF AUD-EMAIL-CHANNEL
              MOVE "CP-OPTIN-EMAIL = Y"    TO  RPT-RECORD(31:18)
           ELSE
              MOVE "CP-OPTIN-POSTAL = Y"   TO  RPT-RECORD(31:19)
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.

       PRINT-COUNTS.
           MOVE "COUNTS"                   TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "  LIVE RESERVATIONS READ" TO  RPT-RECORD.
           MOVE LIVE-READ-COUNT            TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ARCHIVED RESERVATIONS READ"
                                           TO  RPT-RECORD.
           MOVE ARCHIVE-READ-COUNT         TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - ANONYMIZED"   TO  RPT-RECORD.
           MOVE ANONYMIZED-COUNT           TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - NO PASSENGER NAME"
                                           TO  RPT-RECORD.
           MOVE UNNAMED-COUNT              TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  TRIPS MEETING CRITERIA" TO  RPT-RECORD.
           MOVE TRIP-COUNT                 TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DISTINCT PASSENGERS"    TO  RPT-RECORD.
           MOVE PERSON-COUNT               TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - TRIP COUNT"   TO  RPT-RECORD.
           MOVE DROP-TRIPS-COUNT           TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - FFP TIER"     TO  RPT-RECORD.
           MOVE DROP-TIER-COUNT            TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - ACTIVE SINCE DATE"
                                           TO  RPT-RECORD.
           MOVE DROP-ACTIVE-COUNT          TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - NO CONTACT PROFILE"
                                           TO  RPT-RECORD.
           MOVE DROP-NO-PROFILE-COUNT      TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - NOT OPTED IN"  TO  RPT-RECORD.
           MOVE DROP-NO-CONSENT-COUNT      TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DROPPED - NO CONTACT ADDRESS"
                                           TO  RPT-RECORD.
           MOVE DROP-NO-ADDRESS-COUNT      TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  CONTACTS WRITTEN TO mktaud"
                                           TO  RPT-RECORD.
           MOVE WRITTEN-COUNT              TO  RPT-CNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE RPT-CNT                    TO  RPT-RECORD(35:7).
           WRITE RPT-RECORD.
