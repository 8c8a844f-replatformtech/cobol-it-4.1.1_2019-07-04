       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SURVINV.

      ******************************************************************
      *    SURVINV.CBL
      *    POST-FLIGHT SURVEY INVITATIONS - FOR EVERY FLIGHT OPERATED
      *    ON THE ENTERED DATE (BLANK = YESTERDAY), WALKS THE FLOWN
      *    RESERVATIONS AND SENDS EACH PASSENGER A SATISFACTION SURVEY
      *    INVITATION THROUGH MAILSEND, IN THE LANGUAGE ON THEIR
      *    "custprof" PROFILE.  A SURVEY IS A MARKETING-CLASS MESSAGE:
      *    WITHOUT CP-OPTIN-EMAIL MAILSEND SUPPRESSES IT AND LOGS THE
      *    SUPPRESSION.  EVERY PASSENGER CONSIDERED GETS A "survey"
      *    RECORD - INVITED, OR NOT SENT - SO A RERUN NEVER MAILS
      *    ANYONE TWICE AND THE RESPONSE RATE HAS A TRUE BASE.  STAFF
      *    TRAVEL IS NOT SURVEYED.  RUN AFTER CUSTCLSE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

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

           SELECT CUSTOMER-PROFILE
                  ASSIGN TO DISK "custprof"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CP-NAME-KEY
                  FILE STATUS IS CUST-PROF-STATUS.

           SELECT SURVEY-RESPONSE
                  ASSIGN TO DISK "survey"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SV-CUST-RES-ID
                  FILE STATUS IS SURVEY-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-PROFILE.
       COPY custprof.

       FD  SURVEY-RESPONSE.
       COPY survey.

       WORKING-STORAGE SECTION.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  CUST-PROF-STATUS               PIC X(02).
           88 CUST-PROF-NOT-PRESENT                   VALUE "35".
       01  SURVEY-STATUS                  PIC X(02).
           88 SURVEY-NOT-PRESENT                      VALUE "35".
       01  FLIGHT-EOF-SWITCH              PIC 9       VALUE 0.
           88 FLIGHT-AT-END                           VALUE 1.
           88 FLIGHT-NOT-AT-END                       VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-FLOWN-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-FLOWN-DATE-NUM              PIC 9(08)   VALUE 0.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  MAIL-RESULT                    PIC X(01)   VALUE SPACES.
           88 MAIL-WAS-SENT                           VALUE "S".
       01  MAIL-LANG                      PIC X(01)   VALUE "E".
       01  MAIL-CLASS                     PIC X(01)   VALUE "S".
       01  MAIL-OPTIN                     PIC X(01)   VALUE "N".
       01  FLIGHT-COUNT                   PIC 9(05)   VALUE 0.
       01  INVITED-COUNT                  PIC 9(05)   VALUE 0.
       01  NOT-SENT-COUNT                 PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-INVITES.
           PERFORM UNTIL FLIGHT-AT-END
              IF FM-TRAVEL-DATE = WS-FLOWN-DATE-NUM AND
                 NOT FM-CANCELLED
                 ADD 1                     TO  FLIGHT-COUNT
                 PERFORM INVITE-FLIGHT-PASSENGERS
              END-IF
              PERFORM READ-FLIGHT-REC
           END-PERFORM.
           PERFORM TERMINATE-INVITES.
           STOP RUN.

       INITIALIZE-INVITES.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "SURVINV - ENTER FLOWN DATE (YYYYMMDD, BLANK=YESTERD
      -    "AY):".
           ACCEPT WS-FLOWN-DATE.
           IF WS-FLOWN-DATE = SPACES
              COMPUTE WS-FLOWN-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1)
           ELSE
              MOVE WS-FLOWN-DATE           TO  WS-FLOWN-DATE-NUM
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "SURVINV - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "SURVINV - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-PROFILE.
           OPEN I-O SURVEY-RESPONSE.
           IF SURVEY-NOT-PRESENT
              CLOSE SURVEY-RESPONSE
              OPEN OUTPUT SURVEY-RESPONSE
              CLOSE SURVEY-RESPONSE
              OPEN I-O SURVEY-RESPONSE
           END-IF.
           PERFORM READ-FLIGHT-REC.

       READ-FLIGHT-REC.
           READ FLIGHT-MASTER NEXT
                AT END
                   SET FLIGHT-AT-END         TO  TRUE
           END-READ.

       INVITE-FLIGHT-PASSENGERS.
           MOVE FM-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           MOVE FM-FLIGHT-ID               TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF RES-FLOWN AND NOT NONREV-BOOKING
                          PERFORM INVITE-ONE-PASSENGER
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.

       INVITE-ONE-PASSENGER.
           MOVE CUST-RES-ID                TO  SV-CUST-RES-ID.
           READ SURVEY-RESPONSE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM GET-PROFILE-CONSENT.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG, MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.
           MOVE SPACES                     TO  SURVEY-RESPONSE-RECORD.
           MOVE CUST-RES-ID                TO  SV-CUST-RES-ID.
           MOVE FM-FLIGHT-ID               TO  SV-FLIGHT-ID.
           MOVE FM-TRAVEL-DATE             TO  SV-TRAVEL-DATE.
           MOVE FM-ORIGIN                  TO  SV-ORIGIN.
           MOVE FM-DESTINATION             TO  SV-DEST.
           MOVE BOOKED-BY-OP-ID            TO  SV-BOOKED-BY-OP-ID.
           MOVE FREQ-FLYER-TIER            TO  SV-FFP-TIER.
           MOVE MAIL-LANG                  TO  SV-LANGUAGE.
           MOVE TODAY-DATE                 TO  SV-INVITE-DATE.
           MOVE 0                          TO  SV-RESPONSE-DATE
                                                SV-SCORE-OVERALL
                                                SV-SCORE-CHECKIN
                                                SV-SCORE-ONBOARD
                                                SV-SCORE-ONTIME.
           IF MAIL-WAS-SENT
              SET SV-INVITED               TO  TRUE
              ADD 1                        TO  INVITED-COUNT
           ELSE
              SET SV-NOT-SENT              TO  TRUE
              ADD 1                        TO  NOT-SENT-COUNT
           END-IF.
           WRITE SURVEY-RESPONSE-RECORD.

       GET-PROFILE-CONSENT.
      *    NO PROFILE, NO CONSENT ON RECORD - THE INVITATION IS
      *    SUPPRESSED, NOT ASSUMED.
           MOVE "E"                        TO  MAIL-LANG.
           MOVE "N"                        TO  MAIL-OPTIN.
           IF CUST-PROF-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-LNAME                 TO  CP-LNAME.
           MOVE CUST-FNAME                 TO  CP-FNAME.
           MOVE CUST-DOB                   TO  CP-DOB.
           READ CUSTOMER-PROFILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CP-LANGUAGE NOT = SPACES
                      MOVE CP-LANGUAGE     TO  MAIL-LANG
                   END-IF
                   IF CP-EMAIL-OPTED-IN
                      MOVE "Y"             TO  MAIL-OPTIN
                   END-IF
           END-READ.

       TERMINATE-INVITES.
           CLOSE FLIGHT-MASTER
                 CUSTOMER
                 CUSTOMER-PROFILE
                 SURVEY-RESPONSE.
           DISPLAY "SURVINV - " FLIGHT-COUNT " FLIGHT(S), "
                   INVITED-COUNT " INVITATION(S) SENT, "
                   NOT-SENT-COUNT " NOT SENT".
