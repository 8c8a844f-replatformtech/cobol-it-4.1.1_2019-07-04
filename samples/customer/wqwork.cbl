      *    ONCE THE AGENT HAS ACTED ON IT IN THE USUAL PROGRAM
      *    (CUSTOMER0, FRAUDREV, DISPREV, CUSTREBK...).  OPTION 2 IS
      *    THE SUPERVISOR VIEW: DEPTH AND OLDEST-ITEM AGE PER QUEUE.
      *    THE "IA" INTERNAL-AUDIT QUEUE IS SUPERVISOR-ONLY, AND AN
      *    ITEM NAMING THE SUPERVISOR IS LEFT FOR SOMEONE ELSE.
      *    ITEMS ARRIVE THROUGH THE WORKQADD SUBPROGRAM.  REACHABLE
      *    STANDALONE OR FROM THE CUSTOMER0 MAIN MENU (OPTION W).
      ******************************************************************
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

      *****************************************************************
       01  ITEM-FOUND-SWITCH              PIC 9      VALUE 0.
           88 ITEM-FOUND                              VALUE 1.
           88 ITEM-NOT-FOUND                          VALUE 0.
       01  OWN-ITEM-SWITCH                PIC 9      VALUE 0.
           88 OWN-ITEM-PASSED                         VALUE 1.
           88 OWN-ITEM-NOT-PASSED                     VALUE 0.
       01  WS-QUEUE-TYPE                  PIC X(02)  VALUE SPACES.
       01  WS-DISPOSITION                 PIC X(02)  VALUE SPACES.
       01  TODAY-DATE.
                                                    AT LINE 6  COL 20.
           DISPLAY "        WL WAITLIST CONFIRM  SC SCHED CHANGE"
                                                    AT LINE 7  COL 20.
           DISPLAY "        RA REACCOMMODATION   RI REVENUE INTEGRITY"
                                                    AT LINE 8  COL 20.
           DISPLAY "        FC FILE CAPACITY     IA INTERNAL AUDIT"
                                                    AT LINE 9  COL 20.
           DISPLAY "1)TAKE NEXT ITEM FROM A QUEUE " AT LINE 10 COL 20.
           DISPLAY "2)QUEUE DEPTH/AGE SUMMARY     " AT LINE 12 COL 20.
           DISPLAY "0)EXIT"                         AT LINE 14 COL 20.

       TAKE-NEXT-ITEM.
           PERFORM CLEAR-SCREEN.
           DISPLAY "QUEUE TYPE (FR/SR/CB/WL/SC/RA/RI/FC/IA):-"
                                                    AT LINE 5  COL 20.
           ACCEPT WS-QUEUE-TYPE                     AT LINE 5  COL 61.
      *    INTERNAL-AUDIT ITEMS NAME AN OPERATOR - SUPERVISORS ONLY.
           IF WS-QUEUE-TYPE = "IA" AND NOT OPERATOR-IS-SUPERVISOR
              DISPLAY "IA QUEUE IS SUPERVISOR-ONLY - PRESS ANY KEY"
                                                    AT LINE 25 COL 20
              ACCEPT RESP                           AT LINE 25 COL 65
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O WORK-QUEUE.
           IF WORK-QUEUE-NOT-PRESENT
              CLOSE WORK-QUEUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NEXT-OPEN-ITEM.
      *    NOR MAY A SUPERVISOR WORK THE ITEM ABOUT THEMSELVES - SAID
      *    ONLY WHEN NOTHING ELSE IS OPEN ON THE QUEUE.
           IF ITEM-NOT-FOUND AND OWN-ITEM-PASSED
              CLOSE WORK-QUEUE
              DISPLAY "ITEM CONCERNS YOU - ANOTHER SUPERVISOR MUST TAKE"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 60
              EXIT PARAGRAPH
           END-IF.
           IF ITEM-NOT-FOUND
              CLOSE WORK-QUEUE
              DISPLAY "QUEUE IS EMPTY - PRESS ANY KEY"
           CLOSE WORK-QUEUE.

       FIND-NEXT-OPEN-ITEM.
      *    AN OPEN IA ITEM NAMING THE SUPERVISOR IS PASSED OVER SO
      *    THE ONES QUEUED BEHIND IT CAN STILL BE WORKED.
           SET ITEM-NOT-FOUND              TO  TRUE.
           SET OWN-ITEM-NOT-PASSED         TO  TRUE.
           SET QUEUE-NOT-AT-END            TO  TRUE.
           MOVE WS-QUEUE-TYPE              TO  WQ-QUEUE-TYPE.
           MOVE 0                          TO  WQ-ITEM-NO.
                         SET QUEUE-AT-END  TO  TRUE
                      ELSE
                         IF WQ-OPEN
                            IF WS-QUEUE-TYPE = "IA" AND
                               WQ-NOTE(1:5) = WS-OPERATOR-ID
                               SET OWN-ITEM-PASSED TO TRUE
                            ELSE
                               SET ITEM-FOUND TO  TRUE
                            END-IF
                         END-IF
                      END-IF
              END-READ
