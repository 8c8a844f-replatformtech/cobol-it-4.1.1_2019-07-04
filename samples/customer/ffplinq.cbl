       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FFPLINQ.

      ******************************************************************
      *    FFPLINQ.CBL
      *    MEMBER MILEAGE ACTIVITY INQUIRY - ANSWERS "WHERE DID MY
      *    MILES GO".  THE AGENT KEYS THE MEMBER'S NAME AND DATE OF
      *    BIRTH; THE SCREEN SHOWS THE FFPMEM BALANCE AND THEN PAGES
      *    THROUGH THE MEMBER'S "ffpledgr" ROWS OLDEST FIRST - DATE,
      *    MOVEMENT TYPE, SIGNED MILES, RUNNING BALANCE AND THE
      *    RESERVATION/TICKET/CLAIM/APPROVAL/PARTNER REFERENCE IT CAME
      *    FROM.  A LEDGER THAT DOES NOT FOOT TO THE BALANCE IS FLAGGED
      *    ON THE LAST PAGE (FFPLEDCK CHECKS EVERY MEMBER OVERNIGHT).
      *    READ-ONLY.  REACHABLE STANDALONE OR FROM THE CUSTOMER0 MAIN
      *    MENU (OPTION M).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT FFP-LEDGER
                  ASSIGN TO DISK "ffpledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FL-KEY
                  FILE STATUS IS FFP-LEDGER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  FFP-LEDGER.
       COPY ffpledgr.

       WORKING-STORAGE SECTION.
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  FFP-LEDGER-STATUS              PIC X(02).
           88 FFP-LEDGER-NOT-PRESENT                  VALUE "35".
       01  LEDGER-EOF-SWITCH              PIC 9       VALUE 0.
           88 LEDGER-AT-END                           VALUE 1.
           88 LEDGER-NOT-AT-END                       VALUE 0.
       01  MEMBER-FOUND-SWITCH            PIC 9       VALUE 0.
           88 MEMBER-FOUND                            VALUE 1.
           88 MEMBER-NOT-FOUND                        VALUE 0.
       01  QUIT-SWITCH                    PIC X(01)   VALUE SPACES.
           88 INQUIRY-DONE                            VALUE "Q" "q".
       01  SEARCH-LNAME                   PIC X(30)   VALUE SPACES.
       01  SEARCH-FNAME                   PIC X(30)   VALUE SPACES.
       01  SEARCH-DOB                     PIC X(08)   VALUE SPACES.
       01  SEARCH-NAME-KEY                PIC X(68)   VALUE SPACES.
       01  RUNNING-BALANCE                PIC S9(09)  VALUE 0.
       01  ROW-COUNT                      PIC 9(05)   VALUE 0.
       01  LINE-NO                        PIC 9(02)   VALUE 0.
       01  PAGE-FIRST-LINE                PIC 9(02)   VALUE 9.
       01  PAGE-LAST-LINE                 PIC 9(02)   VALUE 22.
       01  TYPE-NAME                      PIC X(10)   VALUE SPACES.
       01  DISP-MILES                     PIC -------9.
       01  DISP-BALANCE                   PIC ---------9.
       01  DISP-FFP-MILES                 PIC Z,ZZZ,ZZ9.
       01  DISP-DATE.
           03 DISP-DATE-MM                PIC X(02).
           03 FILLER                      PIC X(01)   VALUE "/".
           03 DISP-DATE-DD                PIC X(02).
           03 FILLER                      PIC X(01)   VALUE "/".
           03 DISP-DATE-YY                PIC X(04).
       01  W-SYS-DATE.
           02 W-SYS-YY                    PIC X(04).
           02 W-SYS-MM                    PIC X(02).
           02 W-SYS-DD                    PIC X(02).
       01  BLNK-LINE                      PIC X(76)   VALUE SPACES.
       01  CNTR                           PIC 9(02)   VALUE 0.
       01  RESP                           PIC X(01)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

       Main Section.
           ACCEPT W-SYS-DATE               FROM DATE YYYYMMDD.
           PERFORM WITH TEST AFTER UNTIL SEARCH-LNAME = SPACES
              PERFORM CAPTURE-MEMBER
              IF SEARCH-LNAME NOT = SPACES
                 PERFORM SHOW-MEMBER-ACTIVITY
              END-IF
           END-PERFORM.
           Exit Program.
           Stop Run.

       CAPTURE-MEMBER.
           PERFORM CLEAR-SCREEN.
           PERFORM DISPLAY-HEADING.
           MOVE SPACES                     TO  SEARCH-LNAME
                                               SEARCH-FNAME
                                               SEARCH-DOB.
           DISPLAY "LAST NAME (BLANK TO EXIT):-"    AT LINE 7  COL 20.
           ACCEPT SEARCH-LNAME                      AT LINE 7  COL 48.
           IF SEARCH-LNAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "FIRST NAME               :-"    AT LINE 8  COL 20.
           ACCEPT SEARCH-FNAME                      AT LINE 8  COL 48.
           DISPLAY "DATE OF BIRTH (MMDDYYYY) :-"    AT LINE 9  COL 20.
           ACCEPT SEARCH-DOB                        AT LINE 9  COL 48.

       SHOW-MEMBER-ACTIVITY.
           SET MEMBER-NOT-FOUND            TO  TRUE.
           OPEN INPUT FFP-MEMBER.
           IF FFP-NOT-PRESENT
              CLOSE FFP-MEMBER
              DISPLAY "NO MEMBER FILE ON DISK - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-LNAME               TO  FFP-LNAME.
           MOVE SEARCH-FNAME               TO  FFP-FNAME.
           MOVE SEARCH-DOB                 TO  FFP-DOB.
           READ FFP-MEMBER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET MEMBER-FOUND        TO  TRUE
           END-READ.
      *    FFPMEM STAYS OPEN SO THE MEMBER'S RECORD IS THERE FOR EVERY
      *    PAGE HEADING AND THE CLOSING BALANCE CHECK.
           IF MEMBER-NOT-FOUND
              CLOSE FFP-MEMBER
              DISPLAY "NO MEMBERSHIP ON FILE FOR THAT NAME/DOB - PRESS A
      -       "NY KEY"                              AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
           MOVE FFP-NAME-KEY               TO  SEARCH-NAME-KEY.
           MOVE 0                          TO  RUNNING-BALANCE
                                               ROW-COUNT.
           MOVE SPACES                     TO  QUIT-SWITCH.
           SET LEDGER-NOT-AT-END           TO  TRUE.
           OPEN INPUT FFP-LEDGER.
           IF FFP-LEDGER-NOT-PRESENT
              SET LEDGER-AT-END            TO  TRUE
           ELSE
              MOVE SEARCH-NAME-KEY         TO  FL-NAME-KEY
              MOVE 0                       TO  FL-POST-DATE
                                               FL-POST-TIME
                                               FL-SEQ
              START FFP-LEDGER KEY IS NOT LESS THAN FL-KEY
                    INVALID KEY
                       SET LEDGER-AT-END   TO  TRUE
              END-START
           END-IF.
           PERFORM START-ACTIVITY-PAGE.
           PERFORM READ-LEDGER-ROW.
           PERFORM UNTIL LEDGER-AT-END OR INQUIRY-DONE
              IF LINE-NO > PAGE-LAST-LINE
                 DISPLAY "<ENT>NEXT PAGE/'Q'QUIT:"  AT LINE 25 COL 10
                 ACCEPT QUIT-SWITCH                 AT LINE 25 COL 34
                 IF NOT INQUIRY-DONE
                    PERFORM START-ACTIVITY-PAGE
                 END-IF
              END-IF
              IF NOT INQUIRY-DONE
                 PERFORM DISPLAY-LEDGER-ROW
                 PERFORM READ-LEDGER-ROW
              END-IF
           END-PERFORM.
           IF NOT FFP-LEDGER-NOT-PRESENT
              CLOSE FFP-LEDGER
           END-IF.
           IF INQUIRY-DONE
              CLOSE FFP-MEMBER
              EXIT PARAGRAPH
           END-IF.
           DISPLAY BLNK-LINE                        AT LINE 24 COL 1.
           IF ROW-COUNT = 0
              DISPLAY "NO MILEAGE ACTIVITY ON THE LEDGER"
                                                    AT LINE 24 COL 10
           ELSE
           IF RUNNING-BALANCE NOT = FFP-MILES
              MOVE RUNNING-BALANCE         TO  DISP-BALANCE
              DISPLAY "*** LEDGER FOOTS TO " DISP-BALANCE
                      " - DOES NOT AGREE WITH BALANCE ***"
                                                    AT LINE 24 COL 5
           ELSE
              DISPLAY "END OF ACTIVITY - LEDGER AGREES WITH BALANCE"
                                                    AT LINE 24 COL 10
           END-IF
           END-IF.
           DISPLAY "PRESS ANY KEY"                  AT LINE 25 COL 10.
           ACCEPT RESP                              AT LINE 25 COL 24.
           CLOSE FFP-MEMBER.

       READ-LEDGER-ROW.
           IF LEDGER-AT-END
              EXIT PARAGRAPH
           END-IF.
           READ FFP-LEDGER NEXT
                AT END
                   SET LEDGER-AT-END       TO  TRUE
           END-READ.
           IF LEDGER-NOT-AT-END AND FL-NAME-KEY NOT = SEARCH-NAME-KEY
              SET LEDGER-AT-END            TO  TRUE
           END-IF.

       START-ACTIVITY-PAGE.
           PERFORM CLEAR-SCREEN.
           PERFORM DISPLAY-HEADING.
           MOVE FFP-MILES                  TO  DISP-FFP-MILES.
           DISPLAY "MEMBER " FFP-NO " TIER " FFP-TIER " "
                   FFP-FNAME(1:12) " " FFP-LNAME(1:15)
                                                    AT LINE 5  COL 5.
           DISPLAY "BALANCE ON FILE " DISP-FFP-MILES " MILES"
                                                    AT LINE 6  COL 5.
           DISPLAY "DATE       TYPE          MILES    BALANCE  REFERENCE
      -       "     BY"                             AT LINE 8  COL 5.
           MOVE PAGE-FIRST-LINE            TO  LINE-NO.

       DISPLAY-LEDGER-ROW.
           ADD 1                           TO  ROW-COUNT.
           ADD FL-MILES                    TO  RUNNING-BALANCE.
           PERFORM NAME-TXN-TYPE.
           MOVE FL-POST-DATE(1:4)          TO  DISP-DATE-YY.
           MOVE FL-POST-DATE(5:2)          TO  DISP-DATE-MM.
           MOVE FL-POST-DATE(7:2)          TO  DISP-DATE-DD.
           MOVE FL-MILES                   TO  DISP-MILES.
           MOVE RUNNING-BALANCE            TO  DISP-BALANCE.
           DISPLAY DISP-DATE                        AT LINE LINE-NO
                                                       COL 5.
           DISPLAY TYPE-NAME                        AT LINE LINE-NO
                                                       COL 16.
           DISPLAY DISP-MILES                       AT LINE LINE-NO
                                                       COL 26.
           DISPLAY DISP-BALANCE                     AT LINE LINE-NO
                                                       COL 35.
           DISPLAY FL-SOURCE-REF                    AT LINE LINE-NO
                                                       COL 47.
           DISPLAY FL-OP-ID                         AT LINE LINE-NO
                                                       COL 62.
           ADD 1                           TO  LINE-NO.

       NAME-TXN-TYPE.
           EVALUATE TRUE
              WHEN FL-FLOWN-ACCRUAL
                 MOVE "FLOWN"              TO  TYPE-NAME
              WHEN FL-AWARD-REDEMPTION
                 MOVE "AWARD"              TO  TYPE-NAME
              WHEN FL-MILES-UPGRADE
                 MOVE "UPGRADE"            TO  TYPE-NAME
              WHEN FL-CLAIM-CREDIT
                 MOVE "CLAIM"              TO  TYPE-NAME
              WHEN FL-MANUAL-ADJUSTMENT
                 MOVE "ADJUSTMENT"         TO  TYPE-NAME
              WHEN FL-EXPIRY
                 MOVE "EXPIRY"             TO  TYPE-NAME
              WHEN FL-PARTNER-CREDIT
                 MOVE "PARTNER"            TO  TYPE-NAME
              WHEN FL-REVERSAL
                 MOVE "REVERSAL"           TO  TYPE-NAME
              WHEN FL-POOL-DRAW
                 MOVE "POOL DRAW"          TO  TYPE-NAME
              WHEN FL-MERGE-TRANSFER
                 MOVE "MERGE"              TO  TYPE-NAME
              WHEN FL-OPENING-BALANCE
                 MOVE "OPENING"            TO  TYPE-NAME
              WHEN OTHER
                 MOVE FL-TXN-TYPE          TO  TYPE-NAME
           END-EVALUATE.

       DISPLAY-HEADING.
           DISPLAY "      TRAVELS      "            AT LINE 1  COL 20.
           DISPLAY W-SYS-MM                         AT LINE 1  COL 65.
           DISPLAY "/"                              AT LINE 1  COL 67.
           DISPLAY W-SYS-DD                         AT LINE 1  COL 68.
           DISPLAY "/"                              AT LINE 1  COL 70.
           DISPLAY W-SYS-YY                         AT LINE 1  COL 71.
           DISPLAY "MEMBER MILEAGE ACTIVITY    "    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.

       CLEAR-SCREEN.
           MOVE 1                          TO  CNTR.
           PERFORM UNTIL CNTR > 25
               DISPLAY BLNK-LINE AT LINE CNTR COL 1
               ADD +1                      TO  CNTR
           END-PERFORM.
