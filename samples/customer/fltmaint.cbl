      *    REFUSED.  EVERY ADD/CHANGE/RETIRE IS STAMPED WITH THE
      *    SIGNED-ON OPERATOR ID AND LOGGED WITH BEFORE/AFTER IMAGES TO
      *    THE SEQUENTIAL "fltaudt" FILE, THE SAME WAY CUSTOMER0 LOGS
      *    RESERVATION ACTIVITY TO "custaudt".  A TAIL NUMBER THAT IS
      *    DUE OR OVERDUE FOR ITS MAINTENANCE CHECK ON THE "acmast"
      *    AIRCRAFT REGISTRY IS WARNED ABOUT WHEN ASSIGNED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT OPERATOR
           88 SC-NOT-AFFECTED                         VALUE 0.
       01  SOLD-CO-COUNT                  PIC 9(05)  VALUE 0.
       01  SOLD-FC-COUNT                  PIC 9(05)  VALUE 0.
       01  DUE-TAIL-NO                    PIC X(06)  VALUE SPACES.
       01  DUE-AS-OF-DATE                 PIC 9(08)  VALUE 0.
       01  DUE-HOURS-SINCE                PIC 9(05)  VALUE 0.
       01  DUE-CYCLES-SINCE               PIC 9(05)  VALUE 0.
       01  DUE-RESULT                     PIC X(01)  VALUE SPACES.
           88 DUE-CLEAR                               VALUE "K".
           88 DUE-SOON                                VALUE "D".
           88 DUE-OVERDUE                             VALUE "O".
           88 DUE-NOT-REGISTERED                      VALUE "N".

      *****************************************************************
       PROCEDURE DIVISION.
           END-IF.
           ACCEPT FM-TAIL-NO                        AT LINE 19 COL 37.
           PERFORM CHECK-GATE-TAIL-CONFLICTS.
           PERFORM CHECK-TAIL-MAINT-DUE.

       ACCEPT-CAPACITY-FIELDS.
           PERFORM COUNT-SOLD-SEATS.
                      " AT " FM-SCHED-DEP-TIME     AT LINE 23 COL 10
           END-IF.

       CHECK-TAIL-MAINT-DUE.
      *    A TAIL DUE OR OVERDUE FOR ITS CHECK ON THE TRAVEL DATE (PER
      *    THE AIRCRAFT REGISTRY) IS WARNED ABOUT, NOT BLOCKED -
      *    MAINTENANCE CONTROL MAY HAVE THE CHECK BOOKED BEFORE THEN.
           IF FM-TAIL-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-TAIL-NO                 TO  DUE-TAIL-NO.
           MOVE FM-TRAVEL-DATE             TO  DUE-AS-OF-DATE.
           CALL "ACDUECHK" USING DUE-TAIL-NO, DUE-AS-OF-DATE,
                                 DUE-HOURS-SINCE, DUE-CYCLES-SINCE,
                                 DUE-RESULT.
           EVALUATE TRUE
              WHEN DUE-OVERDUE
                 DISPLAY "*** TAIL " FM-TAIL-NO " OVERDUE FOR CHECK - "
                         DUE-HOURS-SINCE " HRS " DUE-CYCLES-SINCE
                         " CYC *** PRESS ANY KEY"   AT LINE 25 COL 1
              WHEN DUE-SOON
                 DISPLAY "*** TAIL " FM-TAIL-NO " DUE FOR CHECK - "
                         DUE-HOURS-SINCE " HRS " DUE-CYCLES-SINCE
                         " CYC *** PRESS ANY KEY"   AT LINE 25 COL 1
              WHEN DUE-NOT-REGISTERED
                 DISPLAY "*** TAIL " FM-TAIL-NO " NOT ON THE AIRCRAFT R
      -          "EGISTRY *** PRESS ANY KEY"        AT LINE 25 COL 1
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           ACCEPT RESP.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       MAINTAIN-OD-PROTECTION.
      *    SEATS IN A DISCOUNT CLASS HELD BACK FOR THROUGH TRAFFIC -
      *    LOCAL SALES STOP SHORT OF THEM, CONNECTING ITINERARIES
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF SEAT-TYPE = "CO"
                          ADD 1              TO  SOLD-CO-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  SOLD-CO-COUNT
                          END-IF
                       END-IF
                       IF SEAT-TYPE = "FC"
                          ADD 1              TO  SOLD-FC-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  SOLD-FC-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                WQA-BY, WQA-RESULT.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG, MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.

       RETIRE-FLIGHT-REC.
           PERFORM DISPLAY-FLIGHT-LABELS.
                               CUST-LNAME, FLIGHT-ID, SEAT-NUMBER,
                               MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID
                          ADD 1              TO  NOTIFY-COUNT
                       END-IF
                       READ CUSTOMER NEXT
