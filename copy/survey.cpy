      *****************************************************************
      *    SURVEY.CPY
      *    SURVEY-RESPONSE-RECORD LAYOUT FOR THE "survey" INDEXED FILE.
      *    ONE RECORD PER FLOWN RESERVATION INVITED TO THE POST-FLIGHT
      *    SATISFACTION SURVEY, WRITTEN BY SURVINV AND COMPLETED BY
      *    SURVLOAD WHEN THE PASSENGER'S SCORES COME BACK.  THE ROUTE,
      *    DATE, BOOKING AGENT AND FFP TIER ARE COPIED FROM THE
      *    RESERVATION AT INVITATION SO SURVRPT CAN STILL SCORE THEM
      *    AFTER CUSTPRG HAS PURGED THE BOOKING.  SCORES RUN 1-10;
      *    ZERO MEANS THE QUESTION WAS LEFT UNANSWERED.
      *****************************************************************
       01  SURVEY-RESPONSE-RECORD.
           03 SV-CUST-RES-ID              PIC X(11).
           03 SV-FLIGHT-ID                PIC X(07).
           03 SV-TRAVEL-DATE              PIC 9(08).
           03 SV-ORIGIN                   PIC X(03).
           03 SV-DEST                     PIC X(03).
           03 SV-BOOKED-BY-OP-ID          PIC X(05).
           03 SV-FFP-TIER                 PIC X(01).
           03 SV-LANGUAGE                 PIC X(01).
           03 SV-INVITE-DATE              PIC 9(08).
           03 SV-STATUS                   PIC X(01).
              88 SV-INVITED                       VALUE "I".
              88 SV-NOT-SENT                      VALUE "X".
              88 SV-RESPONDED                     VALUE "R".
           03 SV-RESPONSE-DATE            PIC 9(08).
           03 SV-SCORES.
              05 SV-SCORE-OVERALL         PIC 9(02).
              05 SV-SCORE-CHECKIN         PIC 9(02).
              05 SV-SCORE-ONBOARD         PIC 9(02).
              05 SV-SCORE-ONTIME          PIC 9(02).
           03 SV-SCORE-TABLE REDEFINES SV-SCORES.
              05 SV-SCORE                 PIC 9(02) OCCURS 4 TIMES.
