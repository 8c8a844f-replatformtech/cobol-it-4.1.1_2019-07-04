      *    ONLY WITH THE PASSENGER'S E-MAIL OPT-IN; A SUPPRESSED
      *    MESSAGE IS LOGGED TO "mailsup" SO CONSENT ENFORCEMENT CAN
      *    BE PROVEN.  OPERATIONAL MESSAGES ("O") ALWAYS GO.
      *    SURVEY INVITATIONS ("S", FROM SURVINV) ARE HELD TO THE SAME
      *    OPT-IN AS MARKETING AND CARRY THEIR OWN "MAIL-SURV" LEAD
      *    PHRASE IN PLACE OF THE CONFIRMATION WORDING.
      *    UPGRADE-BID RESULTS FROM BIDAWARD ("W" WON, "L" NOT
      *    SUCCESSFUL) ARE OPERATIONAL AND CARRY "MAIL-BIDW" OR
      *    "MAIL-BIDL" WORDING.
      *    PAY-LATER INSTALLMENT NOTICES FROM INSTCOLL ("R" PAYMENT
      *    REMINDER, "D" PAYMENT DECLINED, "X" PLAN CANCELLED FOR
      *    NON-PAYMENT) ARE OPERATIONAL AND CARRY "MAIL-INSR",
      *    "MAIL-INSD" OR "MAIL-INSX" WORDING.
      *    BOARDING PASSES ("B", AFTER CHECK-IN) ARE OPERATIONAL, CARRY
      *    "MAIL-BPAS" WORDING AND ATTACH THE BAR-CODED PASS DATA KEPT
      *    ON "bcbpdata" FOR THE CALLER'S RESERVATION ID.
      *    A CONFIRMATION ALSO LISTS ANY HOTEL OR CAR-HIRE ADD-ONS
      *    STILL BOOKED AGAINST THE CALLER'S RESERVATION ID ON
      *    "addonprd".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      MAILSEND.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUPPRESS-LOG-STATUS.

           SELECT ADD-ON-PRODUCT
                  ASSIGN TO DISK "addonprd"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AO-KEY
                  ALTERNATE RECORD KEY IS AO-SUPPLIER WITH DUPLICATES
                  FILE STATUS IS ADD-ON-STATUS.

           SELECT BOARDING-PASS-DATA
                  ASSIGN TO DISK "bcbpdata"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BPD-CUST-RES-ID
                  FILE STATUS IS BCBP-DATA-STATUS.

           SELECT MESSAGE-TEXT
                  ASSIGN TO DISK "msgtext"
                  ORGANIZATION IS INDEXED
       FD  MESSAGE-TEXT.
       COPY msgtext.

       FD  ADD-ON-PRODUCT.
       COPY addonprd.

       FD  BOARDING-PASS-DATA.
       COPY bcbpdata.

       WORKING-STORAGE SECTION.
       01  MSG-TEXT-STATUS                PIC X(02).
           88 MSG-TEXT-NOT-PRESENT                    VALUE "35".
       01  SUPPRESS-LOG-STATUS            PIC X(02).
           88 SUPPRESS-LOG-NOT-PRESENT                VALUE "35".
       01  ADD-ON-STATUS                  PIC X(02).
           88 ADD-ON-NOT-PRESENT                      VALUE "35".
       01  BCBP-DATA-STATUS               PIC X(02).
           88 BCBP-DATA-NOT-PRESENT                   VALUE "35".
       01  MS-PASS-POS                    PIC 9(03)   VALUE 0.
       01  MS-ADD-ON-EOF                  PIC 9       VALUE 0.
           88 MS-ADD-ON-AT-END                        VALUE 1.
           88 MS-ADD-ON-NOT-AT-END                    VALUE 0.
       01  MS-ADD-ON-TYPE                 PIC X(08)   VALUE SPACES.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  MS-DISPATCH-LINE               PIC X(80).
       01  MS-LEAD-PHRASE                 PIC X(50)
           VALUE "CONFIRMATION E-MAIL SENT TO ".
       01  MS-MSG-ID                      PIC X(10)   VALUE SPACES.

      ******************************************************************
       LINKAGE SECTION.
           88  MAILSEND-SKIPPED                        VALUE "N".
       01  MAILSEND-LANGUAGE              PIC X(01).
       01  MAILSEND-CLASS                 PIC X(01).
           88  MAILSEND-MARKETING                     VALUE "M" "S".
           88  MAILSEND-SURVEY                        VALUE "S".
           88  MAILSEND-BID-WON                       VALUE "W".
           88  MAILSEND-BID-LOST                      VALUE "L".
           88  MAILSEND-BID-RESULT                    VALUE "W" "L".
           88  MAILSEND-INST-REMINDER                 VALUE "R".
           88  MAILSEND-INST-DECLINED                 VALUE "D".
           88  MAILSEND-INST-CANCELLED                VALUE "X".
           88  MAILSEND-INSTALLMENT                   VALUE "R" "D" "X".
           88  MAILSEND-BOARDING-PASS                 VALUE "B".
       01  MAILSEND-OPTIN                 PIC X(01).
           88  MAILSEND-OPTED-IN                      VALUE "Y".
       01  MAILSEND-CUST-RES-ID           PIC X(11).

      ******************************************************************
       PROCEDURE DIVISION USING MAILSEND-EMAIL, MAILSEND-FNAME,
                                 MAILSEND-LNAME, MAILSEND-FLIGHT-ID,
                                 MAILSEND-SEAT-NUMBER, MAILSEND-RESULT,
                                 MAILSEND-LANGUAGE, MAILSEND-CLASS,
                                 MAILSEND-OPTIN, MAILSEND-CUST-RES-ID.

       0000-MAINLINE.
           IF MAILSEND-MARKETING AND NOT MAILSEND-OPTED-IN
                                             INTO MS-DISPATCH-LINE
              END-STRING
              DISPLAY MS-DISPATCH-LINE
              IF NOT MAILSEND-SURVEY AND NOT MAILSEND-BID-RESULT
                 AND NOT MAILSEND-INSTALLMENT
                 AND NOT MAILSEND-BOARDING-PASS
                 PERFORM LIST-RES-ADD-ONS
              END-IF
              IF MAILSEND-BOARDING-PASS
                 PERFORM ATTACH-PASS-DATA
              END-IF
              SET MAILSEND-SENT             TO  TRUE
           END-IF.
           GOBACK.
           CLOSE SUPPRESS-LOG.

       LOOKUP-LEAD-PHRASE.
           EVALUATE TRUE
              WHEN MAILSEND-SURVEY
                 MOVE "SURVEY INVITATION E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-SURV"           TO  MS-MSG-ID
              WHEN MAILSEND-BID-WON
                 MOVE "UPGRADE BID ACCEPTED E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-BIDW"           TO  MS-MSG-ID
              WHEN MAILSEND-BID-LOST
                 MOVE "UPGRADE BID NOT SUCCESSFUL E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-BIDL"           TO  MS-MSG-ID
              WHEN MAILSEND-INST-REMINDER
                 MOVE "INSTALLMENT DUE REMINDER E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-INSR"           TO  MS-MSG-ID
              WHEN MAILSEND-INST-DECLINED
                 MOVE "INSTALLMENT PAYMENT DECLINED E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-INSD"           TO  MS-MSG-ID
              WHEN MAILSEND-INST-CANCELLED
                 MOVE "UNPAID BALANCE CANCELLATION E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-INSX"           TO  MS-MSG-ID
              WHEN MAILSEND-BOARDING-PASS
                 MOVE "BOARDING PASS E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-BPAS"           TO  MS-MSG-ID
              WHEN OTHER
                 MOVE "CONFIRMATION E-MAIL SENT TO "
                                            TO  MS-LEAD-PHRASE
                 MOVE "MAIL-CONF"           TO  MS-MSG-ID
           END-EVALUATE.
           IF MAILSEND-LANGUAGE = SPACES OR MAILSEND-LANGUAGE = "E"
              EXIT PARAGRAPH
           END-IF.
              EXIT PARAGRAPH
           END-IF.
           MOVE MAILSEND-LANGUAGE           TO  MT-LANG.
           MOVE MS-MSG-ID                   TO  MT-MSG-ID.
           READ MESSAGE-TEXT
                INVALID KEY
                   CONTINUE
                   MOVE MT-TEXT             TO  MS-LEAD-PHRASE
           END-READ.
           CLOSE MESSAGE-TEXT.

       ATTACH-PASS-DATA.
           IF MAILSEND-CUST-RES-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BOARDING-PASS-DATA.
           IF BCBP-DATA-NOT-PRESENT
              CLOSE BOARDING-PASS-DATA
              EXIT PARAGRAPH
           END-IF.
           MOVE MAILSEND-CUST-RES-ID        TO  BPD-CUST-RES-ID.
           READ BOARDING-PASS-DATA
                INVALID KEY
                   CLOSE BOARDING-PASS-DATA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE BOARDING-PASS-DATA.
           DISPLAY "  ATTACHED BOARDING PASS DATA (" BPD-LEG-COUNT
                   " SEGMENT(S)):".
           PERFORM VARYING MS-PASS-POS FROM 1 BY 76
                    UNTIL MS-PASS-POS > BPD-DATA-LEN
              DISPLAY "  " BPD-DATA(MS-PASS-POS:76)
           END-PERFORM.

       LIST-RES-ADD-ONS.
           IF MAILSEND-CUST-RES-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ADD-ON-PRODUCT.
           IF ADD-ON-NOT-PRESENT
              CLOSE ADD-ON-PRODUCT
              EXIT PARAGRAPH
           END-IF.
           MOVE MAILSEND-CUST-RES-ID        TO  AO-CUST-RES-ID.
           MOVE 0                           TO  AO-SEQ.
           SET MS-ADD-ON-NOT-AT-END         TO  TRUE.
           START ADD-ON-PRODUCT KEY IS >= AO-KEY
                 INVALID KEY
                    SET MS-ADD-ON-AT-END    TO  TRUE
           END-START.
           PERFORM UNTIL MS-ADD-ON-AT-END
              READ ADD-ON-PRODUCT NEXT
                   AT END
                      SET MS-ADD-ON-AT-END  TO  TRUE
                   NOT AT END
                      IF AO-CUST-RES-ID NOT = MAILSEND-CUST-RES-ID
                         SET MS-ADD-ON-AT-END TO TRUE
                      ELSE
                         IF AO-BOOKED
                            PERFORM SHOW-ONE-ADD-ON
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ADD-ON-PRODUCT.

       SHOW-ONE-ADD-ON.
           IF AO-HOTEL
              MOVE "HOTEL"                  TO  MS-ADD-ON-TYPE
           ELSE
              MOVE "CAR HIRE"               TO  MS-ADD-ON-TYPE
           END-IF.
           MOVE SPACES                      TO  MS-DISPATCH-LINE.
           STRING "  "                      DELIMITED BY SIZE
                  MS-ADD-ON-TYPE            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  AO-SUPPLIER               DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  AO-IN-DATE                DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  AO-OUT-DATE               DELIMITED BY SIZE
                  " CONF "                  DELIMITED BY SIZE
                  AO-CONFIRM-NO             DELIMITED BY SIZE
                                            INTO MS-DISPATCH-LINE
           END-STRING.
           DISPLAY MS-DISPATCH-LINE.
