       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CUSTCONV.

      ******************************************************************
      *    CUSTCONV.CBL
      *    CUSTOMER RECORD LAYOUT CONVERSION - BRINGS A SEQUENTIAL FILE
      *    OF CUSTOMER RECORDS WRITTEN UNDER AN OLDER LAYOUT (THE
      *    "custarch" ARCHIVE OR A "custbkYYYYMMDD" BACKUP) UP TO THE
      *    CURRENT LAYOUT, WRITING A NEW FILE UNDER AN OPERATOR-CHOSEN
      *    NAME AND LEAVING THE ORIGINAL AS IT WAS.  THE OPERATOR GIVES
      *    THE LAYOUT VERSION THE FILE WAS WRITTEN UNDER (SEE
      *    CUSTREC.CPY AND CUSTLAYT.CPY); THE FIRST TWO RECORDS ARE
      *    CHECKED TO LINE UP UNDER THAT LAYOUT BEFORE ANYTHING IS
      *    WRITTEN.  EACH FIELD ADDED SINCE THAT VERSION GETS ITS
      *    DEFINED DEFAULT:
      *      BOOKING-LOCATOR (02)          BLANK - NO SHARED BOOKING
      *      EXTRA-SEAT FLAG/NUMBER (03)   BLANK - NO EXTRA SEAT HELD
      *      EXTRA-SEAT-FEE (03)           ZERO
      *      CUST-LAYOUT-VERSION (04)      STAMPED CURRENT
      *      EMERGENCY CONTACT (05)        BLANK - NONE TAKEN
      *      FARE FAMILY (06)              BLANK - SOLD BEFORE FAMILIES,
      *                                    NOTHING BUNDLED
      *    THE "custaudt" AUDIT TRAIL IS CONVERTED THE SAME WAY: ITS
      *    RECORDS CARRY A BEFORE AND AN AFTER IMAGE OF THE CUSTOMER
      *    RECORD, EACH IN THE LAYOUT OF THE DAY IT WAS WRITTEN, AND
      *    BOTH IMAGES TAKE THE DEFAULTS ABOVE (A BLANK IMAGE - THE
      *    BEFORE IMAGE OF AN ADD - STAYS BLANK).  A RECORD WHOSE
      *    ACTION OR DATE IS NOT READABLE, OR WITH AN IMAGE THAT FAILS
      *    THE CHECKS BELOW, IS LEFT OUT AND LISTED.
      *    A CURRENT-LAYOUT FILE IS COPIED THROUGH, STAMPING ANY RECORD
      *    THAT LACKS THE STAMP.  A RECORD WITH NO RESERVATION ID OR A
      *    NON-NUMERIC BOOKING DATE IS NOT WHAT THE LAYOUT SAYS IT IS
      *    AND IS LEFT OUT AND LISTED.  THE "custconv" REPORT SHOWS THE
      *    RECORDS READ, CONVERTED AND REJECTED BY LAYOUT VERSION WITH
      *    THE DEFAULTS EACH VERSION TAKES.  TO MOVE THE LIVE FILE TO A
      *    NEW LAYOUT: CUSTBKUP UNDER THE OLD PROGRAMS, CUSTCONV THE
      *    BACKUP TO ITS OWN DATED NAME, THEN CUSTREST IT; CUSTCONV
      *    "custaudt" TO ITS OWN NAME AND PUT THE CONVERTED FILE IN
      *    PLACE OF "custaudt" BEFORE THE NEW PROGRAMS RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE-V01
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-FILE-V02
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-FILE-V03
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-FILE-V04
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-FILE-V05
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-FILE-V06
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-AUDIT-V01
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-AUDIT-V02
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-AUDIT-V03
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-AUDIT-V04
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-AUDIT-V05
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT OLD-AUDIT-V06
                  ASSIGN TO DISK CONV-IN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-IN-STATUS.

           SELECT NEW-FILE
                  ASSIGN TO DISK CONV-OUT-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-OUT-STATUS.

           SELECT NEW-AUDIT-FILE
                  ASSIGN TO DISK CONV-OUT-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONV-OUT-STATUS.

           SELECT CONV-RPT
                  ASSIGN TO DISK "custconv"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE-V01.
       01  OLD-RECORD-V01                 PIC X(803).

       FD  OLD-FILE-V02.
       01  OLD-RECORD-V02                 PIC X(809).

       FD  OLD-FILE-V03.
       01  OLD-RECORD-V03                 PIC X(821).

       FD  OLD-FILE-V04.
       01  OLD-RECORD-V04                 PIC X(823).

       FD  OLD-FILE-V05.
       01  OLD-RECORD-V05                 PIC X(868).

       FD  OLD-FILE-V06.
       01  OLD-RECORD-V06                 PIC X(876).

      *    AN AUDIT RECORD IS A 23-BYTE HEADER (ACTION, DATE, PID,
      *    OPERATOR) AND TWO CUSTOMER IMAGES.
       FD  OLD-AUDIT-V01.
       01  OLD-AUDIT-RECORD-V01           PIC X(1629).

       FD  OLD-AUDIT-V02.
       01  OLD-AUDIT-RECORD-V02           PIC X(1641).

       FD  OLD-AUDIT-V03.
       01  OLD-AUDIT-RECORD-V03           PIC X(1665).

       FD  OLD-AUDIT-V04.
       01  OLD-AUDIT-RECORD-V04           PIC X(1669).

       FD  OLD-AUDIT-V05.
       01  OLD-AUDIT-RECORD-V05           PIC X(1759).

       FD  OLD-AUDIT-V06.
       01  OLD-AUDIT-RECORD-V06           PIC X(1775).

       FD  NEW-FILE.
       01  NEW-RECORD                     PIC X(876).

       FD  NEW-AUDIT-FILE.
       01  NEW-AUDIT-RECORD               PIC X(1775).

       FD  CONV-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       COPY custrec.
       COPY custlayt.
       01  CONV-IN-STATUS                 PIC X(02).
           88 CONV-IN-NOT-PRESENT                     VALUE "35".
       01  CONV-OUT-STATUS                PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  CONV-IN-NAME                   PIC X(14)   VALUE SPACES.
       01  CONV-OUT-NAME                  PIC X(14)   VALUE SPACES.
       01  CONV-VERSION-IN                PIC X(02)   VALUE SPACES.
       01  CONV-IN-VERSION                PIC 9(02)   VALUE 0.
       01  CONV-FILE-TYPE                 PIC X(01)   VALUE SPACES.
           88 CONV-CUSTOMER-FILE                      VALUE "C".
           88 CONV-AUDIT-FILE                         VALUE "A".
       01  CONV-IN-EOF-SWITCH             PIC 9       VALUE 0.
           88 CONV-IN-AT-END                          VALUE 1.
           88 CONV-IN-NOT-AT-END                      VALUE 0.
       01  CONV-RECORD-SWITCH             PIC 9       VALUE 0.
           88 CONV-RECORD-GOOD                        VALUE 1.
           88 CONV-RECORD-BAD                         VALUE 0.
       01  CONV-IN-AREA                   PIC X(876)  VALUE SPACES.
       01  CONV-OLD-AUDIT                 PIC X(1775) VALUE SPACES.
       01  CONV-AUDIT-AREA.
           03 CA-ACTION                   PIC X(01).
              88 CA-ACTION-VALID                      VALUE "A" "M" "D".
           03 CA-DATE                     PIC X(08).
           03 CA-PID-OPERATOR             PIC X(14).
           03 CA-BEFORE-IMAGE             PIC X(876).
           03 CA-AFTER-IMAGE              PIC X(876).
       01  CONV-IMAGE-LEN                 PIC 9(03)   VALUE 0.
       01  CONV-AFTER-POS                 PIC 9(04)   VALUE 0.
       01  CONV-REJECT-REASON             PIC X(30)   VALUE SPACES.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  LAYOUT-IDX                     PIC 9(02)   VALUE 0.
       01  RECORD-NO                      PIC 9(07)   VALUE 0.
       01  CHECK-COUNT                    PIC 9(01)   VALUE 0.
       01  RESTAMP-COUNT                  PIC 9(07)   VALUE 0.
       01  TOTAL-CONVERTED                PIC 9(07)   VALUE 0.
       01  TOTAL-REJECTED                 PIC 9(07)   VALUE 0.
      *    COUNTS BY LAYOUT VERSION, IN CUSTLAYT.CPY ORDER, AND THE
      *    DEFAULTS A RECORD OF THAT VERSION TAKES.
       01  VERSION-COUNTS.
           03 VC-ENTRY OCCURS 6 TIMES.
              05 VC-READ                  PIC 9(07).
              05 VC-CONVERTED             PIC 9(07).
              05 VC-REJECTED              PIC 9(07).
       01  VERSION-DEFAULT-VALUES.
           03 FILLER                      PIC X(43)
                      VALUE "NO LOCATOR/SEAT/CONTACT/FAMILY, STAMPED".
           03 FILLER                      PIC X(43)
                      VALUE "NO EXTRA SEAT/CONTACT/FAMILY, STAMPED".
           03 FILLER                      PIC X(43)
                      VALUE "NO CONTACT OR FARE FAMILY, STAMPED".
           03 FILLER                      PIC X(43)
                      VALUE "NO CONTACT OR FARE FAMILY, RESTAMPED".
           03 FILLER                      PIC X(43)
                      VALUE "NO FARE FAMILY, RESTAMPED".
           03 FILLER                      PIC X(43)
                      VALUE "NONE - UNSTAMPED RECORDS STAMPED".
       01  VERSION-DEFAULT-TABLE REDEFINES VERSION-DEFAULT-VALUES.
           03 VD-TEXT OCCURS 6 TIMES      PIC X(43).
       01  RPT-CNT                        PIC ZZZZZZ9.
       01  RPT-LEN                        PIC ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-CONVERSION.
           PERFORM UNTIL CONV-IN-AT-END
              PERFORM CONVERT-ONE-RECORD
              PERFORM READ-OLD-REC
           END-PERFORM.
           PERFORM TERMINATE-CONVERSION.
           STOP RUN.

       INITIALIZE-CONVERSION.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           MOVE ZEROS                      TO  VERSION-COUNTS.
           DISPLAY "CUSTCONV - FILE TO CONVERT (custarch/custbkYYYYMMDD"
                   "/custaudt):".
           ACCEPT CONV-IN-NAME.
           DISPLAY "CUSTCONV - C = CUSTOMER RECORDS, A = AUDIT TRAIL:".
           ACCEPT CONV-FILE-TYPE.
           IF NOT CONV-CUSTOMER-FILE AND NOT CONV-AUDIT-FILE
              DISPLAY "CUSTCONV - FILE TYPE " CONV-FILE-TYPE
                      " IS NOT C OR A, ABORTING"
              STOP RUN
           END-IF.
           DISPLAY "CUSTCONV - LAYOUT VERSION OF THAT FILE (01-06):".
           ACCEPT CONV-VERSION-IN.
           DISPLAY "CUSTCONV - NAME FOR THE CONVERTED FILE:".
           ACCEPT CONV-OUT-NAME.
           IF CONV-VERSION-IN NOT NUMERIC
              DISPLAY "CUSTCONV - LAYOUT VERSION " CONV-VERSION-IN
                      " IS NOT KNOWN, ABORTING"
              STOP RUN
           END-IF.
           MOVE CONV-VERSION-IN            TO  CONV-IN-VERSION.
           MOVE 0                          TO  LAYOUT-IDX.
           PERFORM VARYING CHECK-COUNT FROM 1 BY 1
                    UNTIL CHECK-COUNT > CUST-LAYOUT-COUNT
              IF CLT-VERSION(CHECK-COUNT) = CONV-IN-VERSION
                 MOVE CHECK-COUNT          TO  LAYOUT-IDX
              END-IF
           END-PERFORM.
           IF LAYOUT-IDX = 0
              DISPLAY "CUSTCONV - LAYOUT VERSION " CONV-VERSION-IN
                      " IS NOT KNOWN, ABORTING"
              STOP RUN
           END-IF.
           IF CONV-OUT-NAME = SPACES OR CONV-OUT-NAME = CONV-IN-NAME
              DISPLAY "CUSTCONV - CONVERTED FILE NEEDS ITS OWN NAME, "
                      "ABORTING"
              STOP RUN
           END-IF.
           PERFORM OPEN-OLD-FILE.
           IF CONV-IN-NOT-PRESENT
              DISPLAY "CUSTCONV - " CONV-IN-NAME " NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE CLT-RECORD-LEN(LAYOUT-IDX) TO  CONV-IMAGE-LEN.
           COMPUTE CONV-AFTER-POS = 24 + CONV-IMAGE-LEN.
           PERFORM CHECK-LAYOUT-FITS.
           PERFORM CLOSE-OLD-FILE.
           PERFORM OPEN-OLD-FILE.
           IF CONV-AUDIT-FILE
              OPEN OUTPUT NEW-AUDIT-FILE
           ELSE
              OPEN OUTPUT NEW-FILE
           END-IF.
           OPEN OUTPUT CONV-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CUSTOMER RECORD LAYOUT CONVERSION - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF CONV-AUDIT-FILE
              MOVE "AUDIT TRAIL - BEFORE AND AFTER IMAGES CONVERTED"
                                           TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CLT-RECORD-LEN(LAYOUT-IDX) TO  RPT-LEN.
           STRING "FROM " CONV-IN-NAME " LAYOUT " CONV-VERSION-IN
                  " (" RPT-LEN " BYTES)"   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CLT-RECORD-LEN(CUST-LAYOUT-COUNT) TO  RPT-LEN.
           STRING "TO   " CONV-OUT-NAME " LAYOUT "
                  CLT-VERSION(CUST-LAYOUT-COUNT)
                  " (" RPT-LEN " BYTES)"   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "REJECTED RECORDS:"        TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "RECORD NO  RES-ID       REASON"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 0                          TO  RECORD-NO.
           PERFORM READ-OLD-REC.

       CHECK-LAYOUT-FITS.
      *    AN OLD FILE READ UNDER THE WRONG LAYOUT DRIFTS FROM THE
      *    SECOND RECORD ON, SO THE FIRST TWO MUST BOTH LOOK RIGHT.
           PERFORM READ-OLD-REC.
           PERFORM VARYING CHECK-COUNT FROM 1 BY 1
                    UNTIL CHECK-COUNT > 2 OR CONV-IN-AT-END
              PERFORM EDIT-CONV-RECORD
              IF CONV-RECORD-BAD
                 DISPLAY "CUSTCONV - " CONV-IN-NAME " DOES NOT READ AS"
                         " LAYOUT " CONV-VERSION-IN " - RECORD "
                         RECORD-NO " " CONV-REJECT-REASON
                 DISPLAY "CUSTCONV - CHECK THE LAYOUT VERSION, ABORTING"
                 PERFORM CLOSE-OLD-FILE
                 STOP RUN
              END-IF
              PERFORM READ-OLD-REC
           END-PERFORM.

       OPEN-OLD-FILE.
           SET CONV-IN-NOT-AT-END          TO  TRUE.
           IF CONV-AUDIT-FILE
              PERFORM OPEN-OLD-AUDIT-FILE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE CONV-IN-VERSION
              WHEN 1
                 OPEN INPUT OLD-FILE-V01
              WHEN 2
                 OPEN INPUT OLD-FILE-V02
              WHEN 3
                 OPEN INPUT OLD-FILE-V03
              WHEN 4
                 OPEN INPUT OLD-FILE-V04
              WHEN 5
                 OPEN INPUT OLD-FILE-V05
              WHEN 6
                 OPEN INPUT OLD-FILE-V06
           END-EVALUATE.

       CLOSE-OLD-FILE.
           IF CONV-AUDIT-FILE
              PERFORM CLOSE-OLD-AUDIT-FILE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE CONV-IN-VERSION
              WHEN 1
                 CLOSE OLD-FILE-V01
              WHEN 2
                 CLOSE OLD-FILE-V02
              WHEN 3
                 CLOSE OLD-FILE-V03
              WHEN 4
                 CLOSE OLD-FILE-V04
              WHEN 5
                 CLOSE OLD-FILE-V05
              WHEN 6
                 CLOSE OLD-FILE-V06
           END-EVALUATE.

       READ-OLD-REC.
      *    THE OLD RECORD IS LAID INTO THE LEADING BYTES OF A CURRENT
      *    LAYOUT AREA; THE FIELDS IT PREDATES COME UP BLANK.
           MOVE SPACES                     TO  CONV-IN-AREA.
           IF CONV-AUDIT-FILE
              PERFORM READ-OLD-AUDIT-REC
              EXIT PARAGRAPH
           END-IF.
           EVALUATE CONV-IN-VERSION
              WHEN 1
                 READ OLD-FILE-V01
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-RECORD-V01 TO  CONV-IN-AREA(1:803)
                 END-READ
              WHEN 2
                 READ OLD-FILE-V02
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-RECORD-V02 TO  CONV-IN-AREA(1:809)
                 END-READ
              WHEN 3
                 READ OLD-FILE-V03
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-RECORD-V03 TO  CONV-IN-AREA(1:821)
                 END-READ
              WHEN 4
                 READ OLD-FILE-V04
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-RECORD-V04 TO  CONV-IN-AREA(1:823)
                 END-READ
              WHEN 5
                 READ OLD-FILE-V05
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-RECORD-V05 TO  CONV-IN-AREA(1:868)
                 END-READ
              WHEN 6
                 READ OLD-FILE-V06
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-RECORD-V06 TO  CONV-IN-AREA
                 END-READ
           END-EVALUATE.
           IF CONV-IN-NOT-AT-END
              ADD 1                        TO  RECORD-NO
           END-IF.

       OPEN-OLD-AUDIT-FILE.
           EVALUATE CONV-IN-VERSION
              WHEN 1
                 OPEN INPUT OLD-AUDIT-V01
              WHEN 2
                 OPEN INPUT OLD-AUDIT-V02
              WHEN 3
                 OPEN INPUT OLD-AUDIT-V03
              WHEN 4
                 OPEN INPUT OLD-AUDIT-V04
              WHEN 5
                 OPEN INPUT OLD-AUDIT-V05
              WHEN 6
                 OPEN INPUT OLD-AUDIT-V06
           END-EVALUATE.

       CLOSE-OLD-AUDIT-FILE.
           EVALUATE CONV-IN-VERSION
              WHEN 1
                 CLOSE OLD-AUDIT-V01
              WHEN 2
                 CLOSE OLD-AUDIT-V02
              WHEN 3
                 CLOSE OLD-AUDIT-V03
              WHEN 4
                 CLOSE OLD-AUDIT-V04
              WHEN 5
                 CLOSE OLD-AUDIT-V05
              WHEN 6
                 CLOSE OLD-AUDIT-V06
           END-EVALUATE.

       READ-OLD-AUDIT-REC.
      *    THE HEADER IS THE SAME IN EVERY LAYOUT; EACH IMAGE IS LAID
      *    INTO THE LEADING BYTES OF A CURRENT LAYOUT IMAGE.
           MOVE SPACES                     TO  CONV-OLD-AUDIT.
           EVALUATE CONV-IN-VERSION
              WHEN 1
                 READ OLD-AUDIT-V01
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-AUDIT-RECORD-V01 TO CONV-OLD-AUDIT
                 END-READ
              WHEN 2
                 READ OLD-AUDIT-V02
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-AUDIT-RECORD-V02 TO CONV-OLD-AUDIT
                 END-READ
              WHEN 3
                 READ OLD-AUDIT-V03
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-AUDIT-RECORD-V03 TO CONV-OLD-AUDIT
                 END-READ
              WHEN 4
                 READ OLD-AUDIT-V04
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-AUDIT-RECORD-V04 TO CONV-OLD-AUDIT
                 END-READ
              WHEN 5
                 READ OLD-AUDIT-V05
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-AUDIT-RECORD-V05 TO CONV-OLD-AUDIT
                 END-READ
              WHEN 6
                 READ OLD-AUDIT-V06
                      AT END
                         SET CONV-IN-AT-END TO  TRUE
                      NOT AT END
                         MOVE OLD-AUDIT-RECORD-V06 TO CONV-OLD-AUDIT
                 END-READ
           END-EVALUATE.
           IF CONV-IN-AT-END
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  RECORD-NO.
           MOVE SPACES                     TO  CONV-AUDIT-AREA.
           MOVE CONV-OLD-AUDIT(1:23)       TO  CONV-AUDIT-AREA(1:23).
           MOVE CONV-OLD-AUDIT(24:CONV-IMAGE-LEN)
                                           TO  CA-BEFORE-IMAGE.
           MOVE CONV-OLD-AUDIT(CONV-AFTER-POS:CONV-IMAGE-LEN)
                                           TO  CA-AFTER-IMAGE.

       EDIT-CONV-RECORD.
           IF CONV-AUDIT-FILE
              PERFORM EDIT-OLD-AUDIT-RECORD
           ELSE
              MOVE CONV-IN-AREA            TO  CUSTOMER-RECORD
              PERFORM EDIT-OLD-RECORD
           END-IF.

       EDIT-OLD-AUDIT-RECORD.
      *    CUSTOMER-RECORD IS LEFT HOLDING THE IMAGE THAT FAILED, OR
      *    THE AFTER IMAGE, SO A REJECT LISTS ITS RESERVATION ID.
           SET CONV-RECORD-GOOD            TO  TRUE.
           MOVE SPACES                     TO  CONV-REJECT-REASON.
           IF CA-AFTER-IMAGE NOT = SPACES
              MOVE CA-AFTER-IMAGE          TO  CUSTOMER-RECORD
           ELSE
              MOVE CA-BEFORE-IMAGE         TO  CUSTOMER-RECORD
           END-IF.
           IF NOT CA-ACTION-VALID OR CA-DATE NOT NUMERIC
              SET CONV-RECORD-BAD          TO  TRUE
              MOVE "AUDIT ACTION/DATE NOT VALID"
                                           TO  CONV-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF CA-BEFORE-IMAGE = SPACES AND CA-AFTER-IMAGE = SPACES
              SET CONV-RECORD-BAD          TO  TRUE
              MOVE "NO RECORD IMAGE"       TO  CONV-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF CA-BEFORE-IMAGE NOT = SPACES
              MOVE CA-BEFORE-IMAGE         TO  CUSTOMER-RECORD
              PERFORM EDIT-OLD-RECORD
              IF CONV-RECORD-BAD
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF CA-AFTER-IMAGE NOT = SPACES
              MOVE CA-AFTER-IMAGE          TO  CUSTOMER-RECORD
              PERFORM EDIT-OLD-RECORD
           END-IF.

       EDIT-OLD-RECORD.
           SET CONV-RECORD-GOOD            TO  TRUE.
           MOVE SPACES                     TO  CONV-REJECT-REASON.
           IF CUST-RES-ID = SPACES
              SET CONV-RECORD-BAD          TO  TRUE
              MOVE "NO RESERVATION ID"     TO  CONV-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF ADD-DATE NOT NUMERIC
              SET CONV-RECORD-BAD          TO  TRUE
              MOVE "BOOKING DATE NOT NUMERIC"
                                           TO  CONV-REJECT-REASON
           END-IF.

       CONVERT-ONE-RECORD.
           ADD 1                           TO  VC-READ(LAYOUT-IDX).
           PERFORM EDIT-CONV-RECORD.
           IF CONV-RECORD-BAD
              ADD 1                        TO  VC-REJECTED(LAYOUT-IDX)
              ADD 1                        TO  TOTAL-REJECTED
              MOVE SPACES                  TO  RPT-RECORD
              MOVE RECORD-NO               TO  RPT-RECORD(1:7)
              MOVE CUST-RES-ID             TO  RPT-RECORD(12:11)
              MOVE CONV-REJECT-REASON      TO  RPT-RECORD(25:30)
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF CONV-AUDIT-FILE
              PERFORM CONVERT-AUDIT-IMAGES
              MOVE CONV-AUDIT-AREA         TO  NEW-AUDIT-RECORD
              WRITE NEW-AUDIT-RECORD
           ELSE
              PERFORM APPLY-LAYOUT-DEFAULTS
              MOVE CUSTOMER-RECORD         TO  NEW-RECORD
              WRITE NEW-RECORD
           END-IF.
           ADD 1                           TO  VC-CONVERTED(LAYOUT-IDX).
           ADD 1                           TO  TOTAL-CONVERTED.

       CONVERT-AUDIT-IMAGES.
           IF CA-BEFORE-IMAGE NOT = SPACES
              MOVE CA-BEFORE-IMAGE         TO  CUSTOMER-RECORD
              PERFORM APPLY-LAYOUT-DEFAULTS
              MOVE CUSTOMER-RECORD         TO  CA-BEFORE-IMAGE
           END-IF.
           IF CA-AFTER-IMAGE NOT = SPACES
              MOVE CA-AFTER-IMAGE          TO  CUSTOMER-RECORD
              PERFORM APPLY-LAYOUT-DEFAULTS
              MOVE CUSTOMER-RECORD         TO  CA-AFTER-IMAGE
           END-IF.

       APPLY-LAYOUT-DEFAULTS.
      *    ONE STEP PER LAYOUT CHANGE, OLDEST FIRST, EACH APPLYING
      *    ONLY TO RECORDS WRITTEN BEFORE IT.
           IF CONV-IN-VERSION < 2
              MOVE SPACES                  TO  BOOKING-LOCATOR
           END-IF.
           IF CONV-IN-VERSION < 3
              MOVE SPACES                  TO  EXTRA-SEAT-FLAG
                                               EXTRA-SEAT-NUMBER
              MOVE 0                       TO  EXTRA-SEAT-FEE
           END-IF.
      *    A VERSION 04 STAMP LANDS IN THE FRONT OF THE CONTACT NAME,
      *    SINCE THE STAMP MOVED BACK WHEN THE CONTACT WENT IN AHEAD
      *    OF IT - THE BLANKING CLEARS IT.
           IF CONV-IN-VERSION < 5
              MOVE SPACES                  TO  EMERG-CONTACT-NAME
                                               EMERG-CONTACT-PHONE
           END-IF.
      *    LIKEWISE A VERSION 05 STAMP LANDS IN FARE-FAMILY AND
      *    FAM-BAGS-INCL.  A RECORD SOLD BEFORE FAMILIES HAS NONE AND
      *    NOTHING BUNDLED.
           IF CONV-IN-VERSION < 6
              MOVE SPACES                  TO  FARE-FAMILY
                                               FAM-SEAT-FREE
                                               FAM-CHANGE-FREE
                                               FAM-REFUND-RULE
              MOVE 0                       TO  FAM-BAGS-INCL
                                               FAM-EARN-PCT
           END-IF.
           IF CONV-IN-VERSION = 6 AND NOT CUST-LAYOUT-CURRENT
              ADD 1                        TO  RESTAMP-COUNT
           END-IF.
           SET CUST-LAYOUT-CURRENT         TO  TRUE.

       TERMINATE-CONVERSION.
           IF TOTAL-REJECTED = 0
              MOVE SPACES                  TO  RPT-RECORD
              MOVE "  NONE"                TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "VER BYTES    READ CONVERTED REJECTED  DEFAULTS APPLIED"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING LAYOUT-IDX FROM 1 BY 1
                    UNTIL LAYOUT-IDX > CUST-LAYOUT-COUNT
              MOVE SPACES                  TO  RPT-RECORD
              MOVE CLT-VERSION(LAYOUT-IDX) TO  RPT-RECORD(1:2)
              MOVE CLT-RECORD-LEN(LAYOUT-IDX) TO  RPT-LEN
              MOVE RPT-LEN                 TO  RPT-RECORD(5:3)
              MOVE VC-READ(LAYOUT-IDX)     TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(9:7)
              MOVE VC-CONVERTED(LAYOUT-IDX) TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(19:7)
              MOVE VC-REJECTED(LAYOUT-IDX) TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(28:7)
              MOVE VD-TEXT(LAYOUT-IDX)     TO  RPT-RECORD(37:43)
              WRITE RPT-RECORD
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "CONVERTED " TOTAL-CONVERTED
                  "  REJECTED " TOTAL-REJECTED
                  "  STAMP ADDED " RESTAMP-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM CLOSE-OLD-FILE.
           IF CONV-AUDIT-FILE
              CLOSE NEW-AUDIT-FILE
           ELSE
              CLOSE NEW-FILE
           END-IF.
           CLOSE CONV-RPT.
           MOVE "CUSTCONV"                 TO  RPG-REPORT-ID.
           MOVE "custconv"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CUSTCONV"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CUSTCONV - " TOTAL-CONVERTED " CONVERTED TO "
                   CONV-OUT-NAME ", " TOTAL-REJECTED
                   " REJECTED - SEE custconv".
