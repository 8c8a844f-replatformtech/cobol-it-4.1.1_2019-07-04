       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FFPPOOL.

      ******************************************************************
      *    FFPPOOL.CBL
      *    HOUSEHOLD MILEAGE POOL MAINTENANCE.  A FAMILY OF FFPMEM
      *    MEMBERS EACH HOLDING A FEW THOUSAND MILES CAN POOL THEM SO
      *    ONE OF THEM REACHES AN AWARD.  A POOL ("ffppool") NAMES A
      *    HEAD MEMBER AND UP TO SIX LINKED MEMBERS; "ffpplmbr" TIES
      *    EACH MEMBER BACK TO THEIR POOL.
      *      1) CREATE A POOL WITH ITS HEAD MEMBER.
      *      2) ENROL A MEMBER - HEAD'S CONSENT REQUIRED.
      *      3) REMOVE A MEMBER - HEAD'S CONSENT REQUIRED.
      *      4) LIST A POOL WITH EACH MEMBER'S BALANCE.
      *      5) DISSOLVE A POOL - HEAD'S CONSENT REQUIRED.
      *    A MEMBER WHO LEAVES A POOL (REMOVED OR DISSOLVED) CANNOT
      *    JOIN ANY POOL AGAIN FOR POOL-COOLING-DAYS, SO MILES CANNOT
      *    BE HOPPED FROM FAMILY TO FAMILY AHEAD OF EACH AWARD.  THE
      *    MILES THEMSELVES NEVER MOVE HERE - EACH MEMBER KEEPS THEIR
      *    OWN BALANCE AND TIER; CUSTOMER0 DRAWS ACROSS THE POOL ONLY
      *    WHEN AN AWARD OR UPGRADE IS REDEEMED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT FFP-POOL
                  ASSIGN TO DISK "ffppool"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PL-HEAD-NAME-KEY
                  FILE STATUS IS FFP-POOL-STATUS.

           SELECT FFP-POOL-MEMBER
                  ASSIGN TO DISK "ffpplmbr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PK-NAME-KEY
                  FILE STATUS IS FFP-PLMBR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR.
       COPY operator.

       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  FFP-POOL.
       COPY ffppool.

       FD  FFP-POOL-MEMBER.
       COPY ffpplmbr.

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  FFP-POOL-STATUS                PIC X(02).
           88 FFP-POOL-NOT-PRESENT                    VALUE "35".
       01  FFP-PLMBR-STATUS               PIC X(02).
           88 FFP-PLMBR-NOT-PRESENT                   VALUE "35".
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  WS-OPERATOR-PASSWORD           PIC X(08)   VALUE SPACES.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 CREATE-OPT                              VALUE "1".
           88 ENROL-OPT                               VALUE "2".
           88 REMOVE-OPT                              VALUE "3".
           88 LIST-OPT                                VALUE "4".
           88 DISSOLVE-OPT                            VALUE "5".
           88 EXIT-PROG                               VALUE "0".
       01  RESP                           PIC X(01)   VALUE SPACES.
       01  POOL-COOLING-DAYS              PIC 9(03)   VALUE 180.
       01  POOL-MAX-MEMBERS               PIC 9(01)   VALUE 6.
       01  W-HEAD-KEY.
           03 W-HEAD-LNAME                PIC X(30).
           03 W-HEAD-FNAME                PIC X(30).
           03 W-HEAD-DOB                  PIC X(08).
       01  W-HEAD-FFP-NO                  PIC X(09)   VALUE SPACES.
       01  W-MBR-KEY.
           03 W-MBR-LNAME                 PIC X(30).
           03 W-MBR-FNAME                 PIC X(30).
           03 W-MBR-DOB                   PIC X(08).
       01  W-MBR-FFP-NO                   PIC X(09)   VALUE SPACES.
       01  MEMBER-FOUND-SWITCH            PIC 9       VALUE 0.
           88 MEMBER-FOUND                            VALUE 1.
           88 MEMBER-NOT-FOUND                        VALUE 0.
       01  ELIGIBLE-SWITCH                PIC 9       VALUE 0.
           88 MEMBER-ELIGIBLE                         VALUE 1.
           88 MEMBER-NOT-ELIGIBLE                     VALUE 0.
       01  LINK-ON-FILE-SWITCH            PIC 9       VALUE 0.
           88 LINK-ON-FILE                            VALUE 1.
           88 LINK-NOT-ON-FILE                        VALUE 0.
       01  DAYS-SINCE-REMOVAL             PIC S9(05)  VALUE 0.
       01  MBR-IDX                        PIC 9(01)   VALUE 0.
       01  MBR-SLOT                       PIC 9(01)   VALUE 0.
       01  POOL-TOTAL-MILES               PIC 9(09)   VALUE 0.
       01  DISP-MILES                     PIC Z,ZZZ,ZZ9.
       01  DISP-TOTAL                     PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-POOL-FILES.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "FFPPOOL - 1)CREATE 2)ENROL 3)REMOVE 4)LIST 5)DIS
      -       "SOLVE 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN CREATE-OPT
                    PERFORM CREATE-POOL
                 WHEN ENROL-OPT
                    PERFORM ENROL-POOL-MEMBER
                 WHEN REMOVE-OPT
                    PERFORM REMOVE-POOL-MEMBER
                 WHEN LIST-OPT
                    PERFORM LIST-POOL
                 WHEN DISSOLVE-OPT
                    PERFORM DISSOLVE-POOL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           CLOSE FFP-MEMBER
                 FFP-POOL
                 FFP-POOL-MEMBER.
           STOP RUN.

       SIGN-ON-OPERATOR.
           DISPLAY "FFPPOOL - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "FFPPOOL - ENTER PASSWORD:".
           ACCEPT WS-OPERATOR-PASSWORD.
           OPEN INPUT OPERATOR.
           IF OPERATOR-NOT-PRESENT
              DISPLAY "FFPPOOL - OPERATOR FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID             TO  OP-ID.
           READ OPERATOR
                INVALID KEY
                   DISPLAY "FFPPOOL - UNKNOWN OPERATOR, ABORTING"
                   CLOSE OPERATOR
                   STOP RUN
           END-READ.
           IF OP-PASSWORD NOT = SPACES AND
              OP-PASSWORD NOT = WS-OPERATOR-PASSWORD
              DISPLAY "FFPPOOL - BAD PASSWORD, ABORTING"
              CLOSE OPERATOR
              STOP RUN
           END-IF.
           CLOSE OPERATOR.

       OPEN-POOL-FILES.
           OPEN INPUT FFP-MEMBER.
           IF FFP-NOT-PRESENT
              DISPLAY "FFPPOOL - FFPMEM FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O FFP-POOL.
           IF FFP-POOL-NOT-PRESENT
              CLOSE FFP-POOL
              OPEN OUTPUT FFP-POOL
              CLOSE FFP-POOL
              OPEN I-O FFP-POOL
           END-IF.
           OPEN I-O FFP-POOL-MEMBER.
           IF FFP-PLMBR-NOT-PRESENT
              CLOSE FFP-POOL-MEMBER
              OPEN OUTPUT FFP-POOL-MEMBER
              CLOSE FFP-POOL-MEMBER
              OPEN I-O FFP-POOL-MEMBER
           END-IF.

       CAPTURE-HEAD.
           DISPLAY "FFPPOOL - HEAD MEMBER LAST NAME:".
           ACCEPT W-HEAD-LNAME.
           DISPLAY "FFPPOOL - HEAD MEMBER FIRST NAME:".
           ACCEPT W-HEAD-FNAME.
           DISPLAY "FFPPOOL - HEAD MEMBER DOB (MMDDYYYY):".
           ACCEPT W-HEAD-DOB.
           MOVE W-HEAD-KEY                 TO  FFP-NAME-KEY.
           PERFORM READ-FFP-MEMBER.
           MOVE FFP-NO                     TO  W-HEAD-FFP-NO.

       CAPTURE-MEMBER.
           DISPLAY "FFPPOOL - MEMBER LAST NAME:".
           ACCEPT W-MBR-LNAME.
           DISPLAY "FFPPOOL - MEMBER FIRST NAME:".
           ACCEPT W-MBR-FNAME.
           DISPLAY "FFPPOOL - MEMBER DOB (MMDDYYYY):".
           ACCEPT W-MBR-DOB.
           MOVE W-MBR-KEY                  TO  FFP-NAME-KEY.
           PERFORM READ-FFP-MEMBER.
           MOVE FFP-NO                     TO  W-MBR-FFP-NO.

       READ-FFP-MEMBER.
           SET MEMBER-NOT-FOUND            TO  TRUE.
           READ FFP-MEMBER
                INVALID KEY
                   MOVE SPACES             TO  FFP-NO
                NOT INVALID KEY
                   SET MEMBER-FOUND        TO  TRUE
           END-READ.
           IF MEMBER-FOUND AND FFP-NO = SPACES
              SET MEMBER-NOT-FOUND         TO  TRUE
           END-IF.

       CHECK-POOL-ELIGIBLE.
      *    PK-NAME-KEY IS SET BY THE CALLER.  A MEMBER ALREADY ACTIVE
      *    IN A POOL, OR REMOVED INSIDE THE COOLING-OFF PERIOD, MAY
      *    NOT JOIN.
           SET MEMBER-ELIGIBLE             TO  TRUE.
           SET LINK-NOT-ON-FILE            TO  TRUE.
           READ FFP-POOL-MEMBER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET LINK-ON-FILE                TO  TRUE.
           IF PK-ACTIVE
              DISPLAY "FFPPOOL - MEMBER ALREADY BELONGS TO A POOL"
              SET MEMBER-NOT-ELIGIBLE      TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE DAYS-SINCE-REMOVAL =
                 FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(PK-REMOVE-DATE).
           IF DAYS-SINCE-REMOVAL < POOL-COOLING-DAYS
              DISPLAY "FFPPOOL - LEFT A POOL ON " PK-REMOVE-DATE
                      " - COOLING-OFF " POOL-COOLING-DAYS
                      " DAYS NOT YET SERVED"
              SET MEMBER-NOT-ELIGIBLE      TO  TRUE
           END-IF.

       GET-HEAD-CONSENT.
           DISPLAY "FFPPOOL - HEAD MEMBER " W-HEAD-FNAME(1:12) " "
                   W-HEAD-LNAME(1:15) " CONSENTS (Y/N)?".
           ACCEPT RESP.

       WRITE-POOL-LINK.
      *    WRITE OR REWRITE THE MEMBER'S LINK DEPENDING ON WHETHER
      *    CHECK-POOL-ELIGIBLE FOUND AN OLD (REMOVED) ONE.
           IF LINK-ON-FILE
              REWRITE FFP-POOL-MEMBER-RECORD
           ELSE
              WRITE FFP-POOL-MEMBER-RECORD
           END-IF.

       CREATE-POOL.
           PERFORM CAPTURE-HEAD.
           IF MEMBER-NOT-FOUND
              DISPLAY "FFPPOOL - HEAD IS NOT A NUMBERED FFP MEMBER"
              EXIT PARAGRAPH
           END-IF.
           MOVE W-HEAD-KEY                 TO  PL-HEAD-NAME-KEY.
           READ FFP-POOL
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY "FFPPOOL - THIS MEMBER ALREADY HEADS A POOL"
                   EXIT PARAGRAPH
           END-READ.
           MOVE W-HEAD-KEY                 TO  PK-NAME-KEY.
           PERFORM CHECK-POOL-ELIGIBLE.
           IF MEMBER-NOT-ELIGIBLE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  FFP-POOL-RECORD.
           MOVE W-HEAD-KEY                 TO  PL-HEAD-NAME-KEY.
           MOVE W-HEAD-FFP-NO              TO  PL-HEAD-FFP-NO.
           MOVE TODAY-DATE                 TO  PL-CREATED-DATE.
           MOVE WS-OPERATOR-ID             TO  PL-CREATED-OP-ID.
           MOVE 0                          TO  PL-MEMBER-COUNT.
           WRITE FFP-POOL-RECORD.
           MOVE W-HEAD-KEY                 TO  PK-NAME-KEY
                                               PK-HEAD-NAME-KEY.
           MOVE W-HEAD-FFP-NO              TO  PK-FFP-NO.
           SET PK-HEAD                     TO  TRUE.
           SET PK-ACTIVE                   TO  TRUE.
           MOVE TODAY-DATE                 TO  PK-JOIN-DATE
                                               PK-CONSENT-DATE.
           MOVE 0                          TO  PK-REMOVE-DATE.
           MOVE WS-OPERATOR-ID             TO  PK-CONSENT-OP-ID.
           PERFORM WRITE-POOL-LINK.
           DISPLAY "FFPPOOL - POOL CREATED, HEAD " W-HEAD-FFP-NO.

       ENROL-POOL-MEMBER.
           PERFORM CAPTURE-HEAD.
           MOVE W-HEAD-KEY                 TO  PL-HEAD-NAME-KEY.
           READ FFP-POOL
                INVALID KEY
                   DISPLAY "FFPPOOL - NO POOL HEADED BY THAT MEMBER"
                   EXIT PARAGRAPH
           END-READ.
           IF PL-MEMBER-COUNT >= POOL-MAX-MEMBERS
              DISPLAY "FFPPOOL - POOL ALREADY HAS " POOL-MAX-MEMBERS
                      " LINKED MEMBERS"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CAPTURE-MEMBER.
           IF MEMBER-NOT-FOUND
              DISPLAY "FFPPOOL - MEMBER IS NOT A NUMBERED FFP MEMBER"
              EXIT PARAGRAPH
           END-IF.
           IF W-MBR-KEY = W-HEAD-KEY
              DISPLAY "FFPPOOL - THE HEAD IS ALREADY IN THE POOL"
              EXIT PARAGRAPH
           END-IF.
           MOVE W-MBR-KEY                  TO  PK-NAME-KEY.
           PERFORM CHECK-POOL-ELIGIBLE.
           IF MEMBER-NOT-ELIGIBLE
              EXIT PARAGRAPH
           END-IF.
           PERFORM GET-HEAD-CONSENT.
           IF RESP NOT = "Y" AND RESP NOT = "y"
              DISPLAY "FFPPOOL - NO CONSENT, MEMBER NOT ENROLLED"
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  PL-MEMBER-COUNT.
           MOVE W-MBR-KEY         TO  PL-MBR-NAME-KEY(PL-MEMBER-COUNT).
           MOVE W-MBR-FFP-NO      TO  PL-MBR-FFP-NO(PL-MEMBER-COUNT).
           REWRITE FFP-POOL-RECORD.
           MOVE W-MBR-KEY                  TO  PK-NAME-KEY.
           MOVE W-MBR-FFP-NO               TO  PK-FFP-NO.
           MOVE W-HEAD-KEY                 TO  PK-HEAD-NAME-KEY.
           SET PK-LINKED                   TO  TRUE.
           SET PK-ACTIVE                   TO  TRUE.
           MOVE TODAY-DATE                 TO  PK-JOIN-DATE
                                               PK-CONSENT-DATE.
           MOVE 0                          TO  PK-REMOVE-DATE.
           MOVE WS-OPERATOR-ID             TO  PK-CONSENT-OP-ID.
           PERFORM WRITE-POOL-LINK.
           DISPLAY "FFPPOOL - " W-MBR-FFP-NO " ENROLLED IN POOL OF "
                   W-HEAD-FFP-NO.

       REMOVE-POOL-MEMBER.
           PERFORM CAPTURE-HEAD.
           MOVE W-HEAD-KEY                 TO  PL-HEAD-NAME-KEY.
           READ FFP-POOL
                INVALID KEY
                   DISPLAY "FFPPOOL - NO POOL HEADED BY THAT MEMBER"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CAPTURE-MEMBER.
           MOVE 0                          TO  MBR-SLOT.
           PERFORM VARYING MBR-IDX FROM 1 BY 1
                    UNTIL MBR-IDX > PL-MEMBER-COUNT
              IF PL-MBR-NAME-KEY(MBR-IDX) = W-MBR-KEY
                 MOVE MBR-IDX              TO  MBR-SLOT
              END-IF
           END-PERFORM.
           IF MBR-SLOT = 0
              DISPLAY "FFPPOOL - THAT MEMBER IS NOT LINKED TO THIS POOL"
              EXIT PARAGRAPH
           END-IF.
           PERFORM GET-HEAD-CONSENT.
           IF RESP NOT = "Y" AND RESP NOT = "y"
              DISPLAY "FFPPOOL - NO CONSENT, MEMBER NOT REMOVED"
              EXIT PARAGRAPH
           END-IF.
      *    CLOSE UP THE SLOTS SO THE DRAW ORDER STAYS CONTIGUOUS.
           PERFORM VARYING MBR-IDX FROM MBR-SLOT BY 1
                    UNTIL MBR-IDX >= PL-MEMBER-COUNT
              MOVE PL-MEMBER(MBR-IDX + 1)  TO  PL-MEMBER(MBR-IDX)
           END-PERFORM.
           MOVE SPACES             TO  PL-MEMBER(PL-MEMBER-COUNT).
           SUBTRACT 1                      FROM PL-MEMBER-COUNT.
           REWRITE FFP-POOL-RECORD.
           MOVE W-MBR-KEY                  TO  PK-NAME-KEY.
           PERFORM MARK-LINK-REMOVED.
           DISPLAY "FFPPOOL - " W-MBR-FFP-NO " REMOVED - MAY NOT REJOIN
      -       " FOR " POOL-COOLING-DAYS " DAYS".

       MARK-LINK-REMOVED.
           READ FFP-POOL-MEMBER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET PK-REMOVED                  TO  TRUE.
           MOVE TODAY-DATE                 TO  PK-REMOVE-DATE
                                               PK-CONSENT-DATE.
           MOVE WS-OPERATOR-ID             TO  PK-CONSENT-OP-ID.
           REWRITE FFP-POOL-MEMBER-RECORD.

       DISSOLVE-POOL.
           PERFORM CAPTURE-HEAD.
           MOVE W-HEAD-KEY                 TO  PL-HEAD-NAME-KEY.
           READ FFP-POOL
                INVALID KEY
                   DISPLAY "FFPPOOL - NO POOL HEADED BY THAT MEMBER"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM GET-HEAD-CONSENT.
           IF RESP NOT = "Y" AND RESP NOT = "y"
              DISPLAY "FFPPOOL - NO CONSENT, POOL LEFT AS IT IS"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING MBR-IDX FROM 1 BY 1
                    UNTIL MBR-IDX > PL-MEMBER-COUNT
              MOVE PL-MBR-NAME-KEY(MBR-IDX) TO  PK-NAME-KEY
              PERFORM MARK-LINK-REMOVED
           END-PERFORM.
           MOVE W-HEAD-KEY                 TO  PK-NAME-KEY.
           PERFORM MARK-LINK-REMOVED.
           DELETE FFP-POOL.
           DISPLAY "FFPPOOL - POOL DISSOLVED".

       LIST-POOL.
           PERFORM CAPTURE-HEAD.
           MOVE W-HEAD-KEY                 TO  PL-HEAD-NAME-KEY.
           READ FFP-POOL
                INVALID KEY
                   DISPLAY "FFPPOOL - NO POOL HEADED BY THAT MEMBER"
                   EXIT PARAGRAPH
           END-READ.
           MOVE 0                          TO  POOL-TOTAL-MILES.
           DISPLAY "FFPPOOL - POOL CREATED " PL-CREATED-DATE
                   " BY " PL-CREATED-OP-ID.
           MOVE PL-HEAD-NAME-KEY           TO  FFP-NAME-KEY.
           PERFORM LIST-ONE-MEMBER.
           PERFORM VARYING MBR-IDX FROM 1 BY 1
                    UNTIL MBR-IDX > PL-MEMBER-COUNT
              MOVE PL-MBR-NAME-KEY(MBR-IDX) TO  FFP-NAME-KEY
              PERFORM LIST-ONE-MEMBER
           END-PERFORM.
           MOVE POOL-TOTAL-MILES           TO  DISP-TOTAL.
           DISPLAY "  POOLED MILES AVAILABLE " DISP-TOTAL.

       LIST-ONE-MEMBER.
           PERFORM READ-FFP-MEMBER.
           IF MEMBER-NOT-FOUND
              MOVE 0                       TO  FFP-MILES
           END-IF.
           ADD FFP-MILES                   TO  POOL-TOTAL-MILES.
           MOVE FFP-MILES                  TO  DISP-MILES.
           DISPLAY "  " FFP-NO " " FFP-FNAME(1:12) " "
                   FFP-LNAME(1:20) " TIER " FFP-TIER " " DISP-MILES.
