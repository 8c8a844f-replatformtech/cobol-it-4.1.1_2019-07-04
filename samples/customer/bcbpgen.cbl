      ******************************************************************
      *    BCBPGEN.CBL
      *    STAND-ALONE BAR-CODED BOARDING PASS SUBPROGRAM.  BUILDS AND
      *    READS THE INDUSTRY-STANDARD BOARDING PASS DATA STRING
      *    ("M" FORMAT, VERSION 6) SO EVERY PASS WE ISSUE - COUNTER,
      *    KIOSK OR SENT TO THE PASSENGER'S PHONE - CARRIES THE SAME
      *    SCANNABLE DATA, AND THE GATE SCANS IT INSTEAD OF THE AGENT
      *    KEYING A BOARDING NUMBER.  THE STRING HOLDS THE PASSENGER
      *    NAME AND ONE SEGMENT PER LEG: THE MAIN FLIGHT AND EACH
      *    OWN-CARRIER ADDL-LEG (PARTNER SEGMENTS ARE PASSED BY THEIR
      *    OWN CARRIER, AS CHECKIN SAYS).  EACH SEGMENT CARRIES:
      *      - MANDATORY: RECORD LOCATOR, FROM/TO, CARRIER, FLIGHT
      *        NUMBER (THE FM-FLIGHT-ID STEM), DAY OF YEAR, CABIN,
      *        SEAT, CHECK-IN SEQUENCE (THE BOARDING NUMBER);
      *      - CONDITIONAL: TICKET NUMBER AND FREQUENT FLYER NUMBER;
      *      - AIRLINE USE: OUR RESERVATION ID.
      *    SEE BCBPPARM.CPY FOR THE ENCODE/BUILD/DECODE FUNCTIONS.  AN
      *    ENCODED STRING IS KEPT ON "bcbpdata" BY RESERVATION ID.
      *    THE DECODE FOLLOWS THE FIELD-SIZE BYTES IN THE STRING, SO
      *    IT READS ANY CONFORMING PASS, NOT JUST OUR OWN LAYOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BCBPGEN.

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
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT BOARDING-PASS-DATA
                  ASSIGN TO DISK "bcbpdata"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BPD-CUST-RES-ID
                  FILE STATUS IS BCBP-DATA-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  BOARDING-PASS-DATA.
       COPY bcbpdata.

       WORKING-STORAGE SECTION.
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  BCBP-DATA-STATUS               PIC X(02).
           88 BCBP-DATA-NOT-PRESENT                   VALUE "35".
      *    OUR CARRIER DESIGNATOR AS IT GOES ON THE PASS - TWO
      *    CHARACTERS, LEFT-JUSTIFIED IN THE THREE-BYTE FIELD.  IT IS
      *    THE DESIGNATOR OF THE 001 AIRLINE PREFIX OUR TICKET AND AIR
      *    WAYBILL NUMBERS CARRY.
       01  BCB-HOST-CARRIER               PIC X(03)   VALUE "AA ".
       01  BCB-HEX-DIGITS                 PIC X(17)
           VALUE "0123456789ABCDEF".
       01  BCB-HEX-X                      PIC X(02)   VALUE SPACES.
       01  BCB-HEX-NUM                    PIC 9(03)   VALUE 0.
       01  BCB-HEX-HI                     PIC 9(02)   VALUE 0.
       01  BCB-HEX-LO                     PIC 9(02)   VALUE 0.
       01  BCB-HEX-IDX                    PIC 9(02)   VALUE 0.
       01  BCB-HEX-SWITCH                 PIC 9       VALUE 0.
           88 BCB-HEX-GOOD                            VALUE 1.
           88 BCB-HEX-BAD                             VALUE 0.
       01  BCB-PTR                        PIC 9(03)   VALUE 0.
       01  BCB-POS                        PIC 9(03)   VALUE 0.
       01  BCB-VAR                        PIC X(60)   VALUE SPACES.
       01  BCB-VAR-PTR                    PIC 9(03)   VALUE 0.
       01  BCB-VAR-LEN                    PIC 9(03)   VALUE 0.
       01  BCB-VAR-START                  PIC 9(03)   VALUE 0.
       01  BCB-COND-LEN                   PIC 9(03)   VALUE 0.
       01  BCB-USE-START                  PIC 9(03)   VALUE 0.
       01  BCB-LEG-TOTAL                  PIC 9(01)   VALUE 0.
       01  BCB-SEG-IDX                    PIC 9(01)   VALUE 0.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  BCB-NAME                       PIC X(20)   VALUE SPACES.
       01  BCB-ETKT                       PIC X(01)   VALUE SPACES.
       01  BCB-FFP-AIRLINE                PIC X(03)   VALUE SPACES.
       01  BCB-FFP-NO                     PIC X(16)   VALUE SPACES.
       01  BCB-SEG-FLIGHT-ID              PIC X(07)   VALUE SPACES.
       01  BCB-SEG-SEAT                   PIC X(04)   VALUE SPACES.
       01  BCB-SEG-BOARDING-NO            PIC 9(03)   VALUE 0.
       01  BCB-FIRST-SEG-SWITCH           PIC 9       VALUE 0.
           88 BCB-FIRST-SEGMENT                       VALUE 1.
           88 BCB-LATER-SEGMENT                       VALUE 0.
       01  BCB-STOP-SWITCH                PIC 9       VALUE 0.
           88 BCB-STOP                                VALUE 1.
           88 BCB-GO-ON                               VALUE 0.
       01  BCB-DATE-WORK                  PIC 9(08)   VALUE 0.
       01  BCB-DATE-PARTS REDEFINES BCB-DATE-WORK.
           03 BCB-DW-YYYY                 PIC 9(04).
           03 BCB-DW-MMDD                 PIC 9(04).
       01  BCB-JAN-FIRST                  PIC 9(08)   VALUE 0.
       01  BCB-WANT-FLIGHT-NO             PIC X(05)   VALUE SPACES.
       01  BCB-WANT-JULIAN                PIC X(03)   VALUE SPACES.
       01  BCB-NOW-TIME                   PIC 9(08)   VALUE 0.

      *    ONE SEGMENT'S MANDATORY ITEMS, IN STRING ORDER.
       01  BCB-SEGMENT.
           03 BCB-PNR                     PIC X(07).
           03 BCB-FROM                    PIC X(03).
           03 BCB-TO                      PIC X(03).
           03 BCB-CARRIER                 PIC X(03).
           03 BCB-FLIGHT-NO               PIC X(05).
           03 BCB-JULIAN                  PIC 9(03).
           03 BCB-JULIAN-X REDEFINES BCB-JULIAN
                                          PIC X(03).
           03 BCB-COMPARTMENT             PIC X(01).
           03 BCB-SEAT                    PIC X(04).
           03 BCB-CHECKIN-SEQ.
              05 BCB-SEQ-PAD              PIC X(02).
              05 BCB-SEQ-NO               PIC 9(03).
           03 BCB-PAX-STATUS              PIC X(01).
           03 BCB-VAR-SIZE                PIC X(02).

      ******************************************************************
       LINKAGE SECTION.
       COPY custrec.
       COPY bcbpparm.

      ******************************************************************
       PROCEDURE DIVISION USING CUSTOMER-RECORD, BCBP-PARMS.

       0000-MAINLINE.
           SET BGP-BAD-DATA                 TO  TRUE.
           OPEN INPUT FLIGHT-MASTER.
           EVALUATE TRUE
              WHEN BGP-DECODE
                 PERFORM DECODE-PASS-DATA
              WHEN BGP-ENCODE
                 PERFORM BUILD-PASS-DATA
                 PERFORM KEEP-PASS-DATA
              WHEN BGP-BUILD-ONLY
                 PERFORM BUILD-PASS-DATA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           CLOSE FLIGHT-MASTER.
           GOBACK.

       BUILD-PASS-DATA.
           MOVE SPACES                      TO  BGP-DATA.
           MOVE 0                           TO  BGP-DATA-LEN.
           MOVE 1                           TO  BCB-LEG-TOTAL.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > LEG-COUNT
                 IF LEG-OWN-SEGMENT(LEG-IDX) AND
                    LEG-FLIGHT-ID(LEG-IDX) NOT = SPACES
                    ADD 1                   TO  BCB-LEG-TOTAL
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES                      TO  BCB-NAME.
           STRING CUST-LNAME                DELIMITED BY "  "
                  "/"                       DELIMITED BY SIZE
                  CUST-FNAME                DELIMITED BY "  "
                  INTO BCB-NAME
           END-STRING.
           IF TICKET-NO = SPACES
              MOVE SPACE                    TO  BCB-ETKT
           ELSE
              MOVE "E"                      TO  BCB-ETKT
           END-IF.
           MOVE SPACES                      TO  BCB-FFP-AIRLINE
                                                 BCB-FFP-NO.
           IF FREQ-FLYER-NO NOT = SPACES
              MOVE BCB-HOST-CARRIER         TO  BCB-FFP-AIRLINE
              MOVE FREQ-FLYER-NO            TO  BCB-FFP-NO
           END-IF.
           MOVE 1                           TO  BCB-PTR.
           STRING "M" BCB-LEG-TOTAL BCB-NAME BCB-ETKT
                                            DELIMITED BY SIZE
                  INTO BGP-DATA WITH POINTER BCB-PTR
           END-STRING.
           SET BCB-FIRST-SEGMENT            TO  TRUE.
           MOVE FLIGHT-ID                   TO  BCB-SEG-FLIGHT-ID.
           MOVE SEAT-NUMBER                 TO  BCB-SEG-SEAT.
           MOVE BOARDING-NO                 TO  BCB-SEG-BOARDING-NO.
           PERFORM ADD-SEGMENT.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > LEG-COUNT
                 IF LEG-OWN-SEGMENT(LEG-IDX) AND
                    LEG-FLIGHT-ID(LEG-IDX) NOT = SPACES
                    MOVE LEG-FLIGHT-ID(LEG-IDX)
                                            TO  BCB-SEG-FLIGHT-ID
                    MOVE LEG-SEAT-NUMBER(LEG-IDX)
                                            TO  BCB-SEG-SEAT
                    MOVE LEG-BOARDING-NO(LEG-IDX)
                                            TO  BCB-SEG-BOARDING-NO
                    PERFORM ADD-SEGMENT
                 END-IF
              END-PERFORM
           END-IF.
           COMPUTE BGP-DATA-LEN = BCB-PTR - 1.
           SET BGP-OK                       TO  TRUE.

       ADD-SEGMENT.
           PERFORM LOOKUP-SEGMENT-FLIGHT.
           MOVE BOOKING-LOCATOR             TO  BCB-PNR.
           IF SEAT-TYPE = "FC"
              MOVE "F"                      TO  BCB-COMPARTMENT
           ELSE
              MOVE "Y"                      TO  BCB-COMPARTMENT
           END-IF.
           IF BCB-SEG-SEAT(1:2) NUMERIC AND
              BCB-SEG-SEAT(3:1) ALPHABETIC AND
              BCB-SEG-SEAT(3:1) NOT = SPACE
              MOVE "0"                      TO  BCB-SEAT(1:1)
              MOVE BCB-SEG-SEAT(1:3)        TO  BCB-SEAT(2:3)
           ELSE
              MOVE BCB-SEG-SEAT             TO  BCB-SEAT
           END-IF.
           MOVE "00"                        TO  BCB-SEQ-PAD.
           IF BCB-SEG-BOARDING-NO NUMERIC
              MOVE BCB-SEG-BOARDING-NO      TO  BCB-SEQ-NO
           ELSE
              MOVE 0                        TO  BCB-SEQ-NO
           END-IF.
           MOVE "1"                         TO  BCB-PAX-STATUS.
      *    VARIABLE PART: VERSION BLOCK (FIRST SEGMENT ONLY), THE
      *    REPEATED CONDITIONAL ITEMS UP TO THE FREQUENT FLYER NUMBER,
      *    THEN OUR RESERVATION ID IN THE AIRLINE-USE AREA.
           MOVE SPACES                      TO  BCB-VAR.
           MOVE 1                           TO  BCB-VAR-PTR.
           IF BCB-FIRST-SEGMENT
              STRING ">6" "00"              DELIMITED BY SIZE
                     INTO BCB-VAR WITH POINTER BCB-VAR-PTR
              END-STRING
           END-IF.
           MOVE 37                          TO  BCB-HEX-NUM.
           PERFORM NUM-TO-HEX.
           STRING BCB-HEX-X TICKET-NO "0" "0" BCB-HOST-CARRIER
                  BCB-FFP-AIRLINE BCB-FFP-NO CUST-RES-ID
                                            DELIMITED BY SIZE
                  INTO BCB-VAR WITH POINTER BCB-VAR-PTR
           END-STRING.
           COMPUTE BCB-VAR-LEN = BCB-VAR-PTR - 1.
           MOVE BCB-VAR-LEN                 TO  BCB-HEX-NUM.
           PERFORM NUM-TO-HEX.
           MOVE BCB-HEX-X                   TO  BCB-VAR-SIZE.
           STRING BCB-SEGMENT BCB-VAR(1:BCB-VAR-LEN)
                                            DELIMITED BY SIZE
                  INTO BGP-DATA WITH POINTER BCB-PTR
           END-STRING.
           SET BCB-LATER-SEGMENT            TO  TRUE.

       LOOKUP-SEGMENT-FLIGHT.
      *    FLIGHT NUMBER IS THE THREE-CHARACTER STEM OF THE FLIGHT ID,
      *    ZERO-FILLED TO FOUR DIGITS WHEN NUMERIC; THE DATE IS THE DAY
      *    OF THE YEAR OF FM-TRAVEL-DATE.
           MOVE SPACES                      TO  BCB-FROM
                                                 BCB-TO
                                                 BCB-FLIGHT-NO.
           MOVE 0                           TO  BCB-JULIAN.
           MOVE BCB-HOST-CARRIER            TO  BCB-CARRIER.
           IF BCB-SEG-FLIGHT-ID(1:3) NUMERIC
              MOVE "0"                      TO  BCB-FLIGHT-NO(1:1)
              MOVE BCB-SEG-FLIGHT-ID(1:3)   TO  BCB-FLIGHT-NO(2:3)
           ELSE
              MOVE BCB-SEG-FLIGHT-ID(1:3)   TO  BCB-FLIGHT-NO(1:3)
           END-IF.
           IF FLIGHT-MASTER-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE BCB-SEG-FLIGHT-ID           TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE FM-ORIGIN                   TO  BCB-FROM.
           MOVE FM-DESTINATION              TO  BCB-TO.
           IF FM-TRAVEL-DATE NUMERIC AND FM-TRAVEL-DATE > 0
              MOVE FM-TRAVEL-DATE           TO  BCB-DATE-WORK
              COMPUTE BCB-JAN-FIRST = BCB-DW-YYYY * 10000 + 101
              COMPUTE BCB-JULIAN =
                      FUNCTION INTEGER-OF-DATE(BCB-DATE-WORK)
                    - FUNCTION INTEGER-OF-DATE(BCB-JAN-FIRST) + 1
           END-IF.

       KEEP-PASS-DATA.
           OPEN I-O BOARDING-PASS-DATA.
           IF BCBP-DATA-NOT-PRESENT
              CLOSE BOARDING-PASS-DATA
              OPEN OUTPUT BOARDING-PASS-DATA
              CLOSE BOARDING-PASS-DATA
              OPEN I-O BOARDING-PASS-DATA
           END-IF.
           MOVE SPACES              TO  BOARDING-PASS-DATA-RECORD.
           MOVE CUST-RES-ID                 TO  BPD-CUST-RES-ID.
           ACCEPT BPD-ISSUE-DATE            FROM DATE YYYYMMDD.
           ACCEPT BCB-NOW-TIME              FROM TIME.
           MOVE BCB-NOW-TIME(1:6)           TO  BPD-ISSUE-TIME.
           MOVE BCB-LEG-TOTAL               TO  BPD-LEG-COUNT.
           MOVE BGP-DATA-LEN                TO  BPD-DATA-LEN.
           MOVE BGP-DATA                    TO  BPD-DATA.
           WRITE BOARDING-PASS-DATA-RECORD
                 INVALID KEY
                    REWRITE BOARDING-PASS-DATA-RECORD
           END-WRITE.
           CLOSE BOARDING-PASS-DATA.

       DECODE-PASS-DATA.
           MOVE SPACES                      TO  BGP-DECODED.
           MOVE 0                           TO  BGP-LEG-COUNT.
           IF BGP-DATA(1:1) NOT = "M" OR BGP-DATA(2:1) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE BGP-DATA(2:1)               TO  BGP-LEG-COUNT.
           IF BGP-LEG-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE BGP-DATA(3:20)              TO  BGP-PAX-NAME.
           MOVE BGP-FLIGHT-ID               TO  BCB-SEG-FLIGHT-ID.
           PERFORM LOOKUP-SEGMENT-FLIGHT.
           MOVE BCB-FLIGHT-NO               TO  BCB-WANT-FLIGHT-NO.
           MOVE BCB-JULIAN-X                TO  BCB-WANT-JULIAN.
           SET BGP-NO-SEGMENT               TO  TRUE.
           SET BCB-GO-ON                    TO  TRUE.
           MOVE 24                          TO  BCB-POS.
           PERFORM VARYING BCB-SEG-IDX FROM 1 BY 1
                    UNTIL BCB-SEG-IDX > BGP-LEG-COUNT OR BCB-STOP
              PERFORM DECODE-ONE-SEGMENT
           END-PERFORM.

       DECODE-ONE-SEGMENT.
           IF BCB-POS + 36 > 400
              SET BGP-BAD-DATA              TO  TRUE
              SET BCB-STOP                  TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE BGP-DATA(BCB-POS:37)        TO  BCB-SEGMENT.
           MOVE BCB-VAR-SIZE                TO  BCB-HEX-X.
           PERFORM HEX-TO-NUM.
           COMPUTE BCB-VAR-START = BCB-POS + 37.
           IF BCB-HEX-BAD OR BCB-VAR-START + BCB-HEX-NUM > 401
              SET BGP-BAD-DATA              TO  TRUE
              SET BCB-STOP                  TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE BCB-HEX-NUM                 TO  BCB-VAR-LEN.
           MOVE SPACES                      TO  BCB-VAR.
           IF BCB-VAR-LEN > 60
              MOVE BGP-DATA(BCB-VAR-START:60) TO BCB-VAR
           ELSE
              IF BCB-VAR-LEN > 0
                 MOVE BGP-DATA(BCB-VAR-START:BCB-VAR-LEN)
                                            TO  BCB-VAR
              END-IF
           END-IF.
           IF BCB-FLIGHT-NO = BCB-WANT-FLIGHT-NO AND
              BCB-JULIAN-X = BCB-WANT-JULIAN AND
              BGP-NO-SEGMENT
              MOVE BCB-PNR                  TO  BGP-PNR
              MOVE BCB-FROM                 TO  BGP-FROM
              MOVE BCB-TO                   TO  BGP-TO
              MOVE BCB-CARRIER              TO  BGP-CARRIER
              MOVE BCB-FLIGHT-NO            TO  BGP-FLIGHT-NO
              MOVE BCB-JULIAN-X             TO  BGP-JULIAN-DATE
              MOVE BCB-COMPARTMENT          TO  BGP-COMPARTMENT
              MOVE BCB-SEAT                 TO  BGP-SEAT
              MOVE BCB-CHECKIN-SEQ          TO  BGP-CHECKIN-SEQ
              MOVE BCB-PAX-STATUS           TO  BGP-PAX-STATUS
              PERFORM DECODE-VARIABLE-PART
              SET BGP-OK                    TO  TRUE
           END-IF.
           COMPUTE BCB-POS = BCB-VAR-START + BCB-VAR-LEN.

       DECODE-VARIABLE-PART.
      *    SKIP THE VERSION BLOCK ON THE FIRST SEGMENT, THEN TAKE THE
      *    TICKET AND FREQUENT FLYER NUMBERS AS FAR AS THE REPEATED
      *    SIZE COVERS THEM, AND OUR RESERVATION ID FROM WHATEVER
      *    FOLLOWS IN THE AIRLINE-USE AREA.
           MOVE 1                           TO  BCB-VAR-PTR.
           IF BCB-SEG-IDX = 1 AND BCB-VAR(1:1) = ">"
              MOVE BCB-VAR(3:2)             TO  BCB-HEX-X
              PERFORM HEX-TO-NUM
              IF BCB-HEX-BAD
                 EXIT PARAGRAPH
              END-IF
              COMPUTE BCB-VAR-PTR = 5 + BCB-HEX-NUM
           END-IF.
           IF BCB-VAR-PTR + 1 > BCB-VAR-LEN OR BCB-VAR-PTR > 59
              EXIT PARAGRAPH
           END-IF.
           MOVE BCB-VAR(BCB-VAR-PTR:2)      TO  BCB-HEX-X.
           PERFORM HEX-TO-NUM.
           IF BCB-HEX-BAD
              EXIT PARAGRAPH
           END-IF.
           MOVE BCB-HEX-NUM                 TO  BCB-COND-LEN.
           ADD 2                            TO  BCB-VAR-PTR.
           IF BCB-COND-LEN NOT < 13 AND BCB-VAR-PTR + 12 NOT > 60
              MOVE BCB-VAR(BCB-VAR-PTR:13)  TO  BGP-TICKET-NO
           END-IF.
           IF BCB-COND-LEN NOT < 37 AND BCB-VAR-PTR + 36 NOT > 60
              MOVE BCB-VAR(BCB-VAR-PTR + 21:16)
                                            TO  BGP-FFP-NO
           END-IF.
           COMPUTE BCB-USE-START = BCB-VAR-PTR + BCB-COND-LEN.
           IF BCB-USE-START + 10 NOT > BCB-VAR-LEN AND
              BCB-USE-START + 10 NOT > 60
              MOVE BCB-VAR(BCB-USE-START:11) TO BGP-RES-ID
           END-IF.

       NUM-TO-HEX.
           DIVIDE BCB-HEX-NUM BY 16 GIVING BCB-HEX-HI
                  REMAINDER BCB-HEX-LO.
           MOVE BCB-HEX-DIGITS(BCB-HEX-HI + 1:1) TO BCB-HEX-X(1:1).
           MOVE BCB-HEX-DIGITS(BCB-HEX-LO + 1:1) TO BCB-HEX-X(2:1).

       HEX-TO-NUM.
           SET BCB-HEX-GOOD                 TO  TRUE.
           MOVE 0                           TO  BCB-HEX-NUM.
           PERFORM VARYING BCB-HEX-IDX FROM 1 BY 1
                    UNTIL BCB-HEX-IDX > 16 OR
                          BCB-HEX-DIGITS(BCB-HEX-IDX:1) = BCB-HEX-X(1:1)
              CONTINUE
           END-PERFORM.
           IF BCB-HEX-IDX > 16
              SET BCB-HEX-BAD               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE BCB-HEX-NUM = (BCB-HEX-IDX - 1) * 16.
           PERFORM VARYING BCB-HEX-IDX FROM 1 BY 1
                    UNTIL BCB-HEX-IDX > 16 OR
                          BCB-HEX-DIGITS(BCB-HEX-IDX:1) = BCB-HEX-X(2:1)
              CONTINUE
           END-PERFORM.
           IF BCB-HEX-IDX > 16
              SET BCB-HEX-BAD               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE BCB-HEX-NUM = BCB-HEX-NUM + BCB-HEX-IDX - 1.
