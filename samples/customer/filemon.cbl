       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FILEMON.

      ******************************************************************
      *    FILEMON.CBL
      *    NIGHTLY FILE CAPACITY AND GROWTH MONITOR - THE LAST STEP OF
      *    THE NIGHTRUN STREAM.  FOR EACH OF THE SYSTEM'S BIG DATA
      *    FILES ("customer", "waitlist", "tktledgr", "bagtag",
      *    "workqueu", "custaudt", "refaudt" AND "custarch") IT COUNTS
      *    THE RECORDS ON FILE, THE RECORDS ADDED AND DELETED SINCE
      *    THE PREVIOUS NIGHT AND THE SPACE THE RECORDS TAKE (RECORDS
      *    X RECORD LENGTH), AND KEEPS THE FIGURES ON THE "filestat"
      *    HISTORY FILE.
      *      - INDEXED FILES: ADDS AND DELETES ARE EXACT, FROM THE KEY
      *        SNAPSHOT ON "filekeys" - A KEY NOT SEEN BEFORE IS AN
      *        ADD, A KEY NO LONGER ON FILE IS A DELETE.
      *      - SEQUENTIAL FILES (THE AUDIT TRAILS AND THE ARCHIVE)
      *        ONLY EVER GROW OR ARE CUT BACK, SO THE CHANGE IN THE
      *        RECORD COUNT IS TAKEN AS ADDED OR DELETED.
      *    THE TREND REPORT "filemon" SHOWS EACH FILE'S GROWTH PER DAY
      *    OVER THE LAST 30 DAYS OF HISTORY AND, AGAINST THE WARNING
      *    AND LIMIT RECORD COUNTS ON "filecap" (REFMAINT), THE DAYS
      *    LEFT BEFORE EACH IS REACHED AT THAT RATE.  A FILE THAT HAS
      *    MOVED UP TO ITS WARNING OR ITS LIMIT SINCE THE NIGHT BEFORE
      *    IS RAISED TO THE "FC" SUPERVISOR WORK QUEUE THROUGH
      *    WORKQADD.  A RERUN OF THE SAME NIGHT REPLACES THAT NIGHT'S
      *    FIGURES AND DOES NOT RAISE THE SAME FILE TWICE.
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

           SELECT WAITLIST
                  ASSIGN TO DISK "waitlist"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS WL-RES-ID
                  FILE STATUS IS WAITLIST-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT BAG-TAG
                  ASSIGN TO DISK "bagtag"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-TAG-NO
                  FILE STATUS IS BAG-TAG-STATUS.

           SELECT WORK-QUEUE
                  ASSIGN TO DISK "workqueu"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS WQ-KEY
                  FILE STATUS IS WORK-QUEUE-STATUS.

           SELECT CUSTOMER-AUDIT
                  ASSIGN TO DISK "custaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT REF-AUDIT
                  ASSIGN TO DISK "refaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REF-AUDIT-STATUS.

           SELECT CUSTOMER-ARCHIVE
                  ASSIGN TO DISK "custarch"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-STATUS.

           SELECT FILE-CAPACITY
                  ASSIGN TO DISK "filecap"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FLC-FILE-ID
                  FILE STATUS IS FILE-CAP-STATUS.

           SELECT FILE-STAT
                  ASSIGN TO DISK "filestat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FST-KEY
                  FILE STATUS IS FILE-STAT-STATUS.

           SELECT FILE-KEYS
                  ASSIGN TO DISK "filekeys"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FKS-KEY
                  FILE STATUS IS FILE-KEYS-STATUS.

           SELECT MONITOR-RPT
                  ASSIGN TO DISK "filemon"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  WAITLIST.
       COPY waitlist.

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  BAG-TAG.
       COPY bagtag.

       FD  WORK-QUEUE.
       COPY workqueu.

       FD  CUSTOMER-AUDIT.
       01  AUDIT-RECORD                   PIC X(1775).

       FD  REF-AUDIT.
       01  REF-AUDIT-RECORD               PIC X(228).

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  FILE-CAPACITY.
       COPY filecap.

       FD  FILE-STAT.
       COPY filestat.

       FD  FILE-KEYS.
       COPY filekeys.

       FD  MONITOR-RPT.
       01  RPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  WAITLIST-STATUS                PIC X(02).
           88 WAITLIST-NOT-PRESENT                    VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  BAG-TAG-STATUS                 PIC X(02).
           88 BAG-TAG-NOT-PRESENT                     VALUE "35".
       01  WORK-QUEUE-STATUS              PIC X(02).
           88 WORK-QUEUE-NOT-PRESENT                  VALUE "35".
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-NOT-PRESENT                       VALUE "35".
       01  REF-AUDIT-STATUS               PIC X(02).
           88 REF-AUDIT-NOT-PRESENT                   VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  FILE-CAP-STATUS                PIC X(02).
           88 FILE-CAP-NOT-PRESENT                    VALUE "35".
       01  FILE-STAT-STATUS               PIC X(02).
           88 FILE-STAT-NOT-PRESENT                   VALUE "35".
       01  FILE-KEYS-STATUS               PIC X(02).
           88 FILE-KEYS-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  NOW-TIME                       PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
       01  RUN-DATE                       PIC 9(08)   VALUE 0.
       01  TREND-FROM-DATE                PIC 9(08)   VALUE 0.
      *    THE MONITORED FILES - NAME AS REPORTED AND KEPT ON
      *    "filecap"/"filestat", THEN I(NDEXED) OR S(EQUENTIAL).
       01  MON-DEFINITIONS.
           03 FILLER                      PIC X(09) VALUE "CUSTOMERI".
           03 FILLER                      PIC X(09) VALUE "WAITLISTI".
           03 FILLER                      PIC X(09) VALUE "TKTLEDGRI".
           03 FILLER                      PIC X(09) VALUE "BAGTAG  I".
           03 FILLER                      PIC X(09) VALUE "WORKQUEUI".
           03 FILLER                      PIC X(09) VALUE "CUSTAUDTS".
           03 FILLER                      PIC X(09) VALUE "REFAUDT S".
           03 FILLER                      PIC X(09) VALUE "CUSTARCHS".
       01  MON-TABLE REDEFINES MON-DEFINITIONS.
           03 MON-ENTRY OCCURS 8 TIMES.
              05 MON-FILE-ID              PIC X(08).
              05 MON-KIND                 PIC X(01).
                 88 MON-INDEXED                       VALUE "I".
       01  MON-COUNT                      PIC 9(02)   VALUE 8.
       01  MON-IDX                        PIC 9(02)   VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  FILE-MISSING-SWITCH            PIC 9       VALUE 0.
           88 MON-FILE-MISSING                        VALUE 1.
           88 MON-FILE-PRESENT                        VALUE 0.
       01  CAP-FILE-SWITCH                PIC 9       VALUE 0.
           88 CAP-FILE-OPEN                           VALUE 1.
           88 CAP-FILE-CLOSED                         VALUE 0.
       01  THRESHOLD-SWITCH               PIC 9       VALUE 0.
           88 THRESHOLD-FOUND                         VALUE 1.
           88 THRESHOLD-NOT-FOUND                     VALUE 0.
       01  PRIOR-SWITCH                   PIC 9       VALUE 0.
           88 PRIOR-FOUND                             VALUE 1.
           88 PRIOR-NOT-FOUND                         VALUE 0.
       01  TREND-SWITCH                   PIC 9       VALUE 0.
           88 TREND-BASE-FOUND                        VALUE 1.
           88 TREND-BASE-NOT-FOUND                    VALUE 0.
       01  RERUN-SWITCH                   PIC 9       VALUE 0.
           88 SAME-NIGHT-RERUN                        VALUE 1.
           88 FIRST-RUN-TONIGHT                       VALUE 0.
       01  CUR-REC-KEY                    PIC X(30)   VALUE SPACES.
       01  CUR-COUNT                      PIC 9(09)   VALUE 0.
       01  CUR-ADDED                      PIC 9(09)   VALUE 0.
       01  CUR-DELETED                    PIC 9(09)   VALUE 0.
       01  CUR-RECORD-LEN                 PIC 9(05)   VALUE 0.
       01  CUR-SPACE-KB                   PIC 9(09)   VALUE 0.
       01  CUR-LEVEL                      PIC X(01)   VALUE SPACES.
       01  PRIOR-COUNT                    PIC 9(09)   VALUE 0.
       01  PRIOR-LEVEL                    PIC X(01)   VALUE SPACES.
       01  EARLIER-LEVEL                  PIC X(01)   VALUE SPACES.
       01  TREND-BASE-DATE                PIC 9(08)   VALUE 0.
       01  TREND-BASE-COUNT               PIC 9(09)   VALUE 0.
       01  TREND-DAYS                     PIC 9(05)   VALUE 0.
       01  GROWTH-PER-DAY                 PIC S9(09)V99 VALUE 0.
       01  DAYS-LEFT                      PIC 9(07)   VALUE 0.
       01  PROJ-TARGET                    PIC 9(09)   VALUE 0.
       01  PROJ-TEXT                      PIC X(07)   VALUE SPACES.
       01  RPT-NOTE                       PIC X(20)   VALUE SPACES.
       01  FILES-RECORDED                 PIC 9(02)   VALUE 0.
       01  FILES-MISSING                  PIC 9(02)   VALUE 0.
       01  FILES-RAISED                   PIC 9(02)   VALUE 0.
       01  RPT-CNT                        PIC ZZZZZZZZ9.
       01  RPT-LEN                        PIC ZZZZ9.
       01  RPT-GROWTH                     PIC -ZZZZZZ9.99.
       01  RPT-DAYS                       PIC ZZZZZZ9.
       01  WQA-TYPE                       PIC X(02)   VALUE "FC".
       01  WQA-RES-ID                     PIC X(11)   VALUE SPACES.
       01  WQA-NOTE                       PIC X(40)   VALUE SPACES.
       01  WQA-BY                         PIC X(08)   VALUE "FILEMON".
       01  WQA-RESULT                     PIC X(01)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-MONITOR.
           PERFORM VARYING MON-IDX FROM 1 BY 1
                    UNTIL MON-IDX > MON-COUNT
              PERFORM MONITOR-ONE-FILE
           END-PERFORM.
           PERFORM TERMINATE-MONITOR.
           STOP RUN.

       INITIALIZE-MONITOR.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "FILEMON - BUSINESS DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = SPACES
              MOVE TODAY-DATE              TO  RUN-DATE
           ELSE
              MOVE WS-RUN-DATE             TO  RUN-DATE
           END-IF.
           COMPUTE TREND-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(RUN-DATE) - 30).
           OPEN INPUT FILE-CAPACITY.
           IF FILE-CAP-NOT-PRESENT
              SET CAP-FILE-CLOSED          TO  TRUE
           ELSE
              SET CAP-FILE-OPEN            TO  TRUE
           END-IF.
           OPEN I-O FILE-STAT.
           IF FILE-STAT-NOT-PRESENT
              CLOSE FILE-STAT
              OPEN OUTPUT FILE-STAT
              CLOSE FILE-STAT
              OPEN I-O FILE-STAT
           END-IF.
           OPEN I-O FILE-KEYS.
           IF FILE-KEYS-NOT-PRESENT
              CLOSE FILE-KEYS
              OPEN OUTPUT FILE-KEYS
              CLOSE FILE-KEYS
              OPEN I-O FILE-KEYS
           END-IF.
           OPEN OUTPUT MONITOR-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FILE CAPACITY AND GROWTH - " RUN-DATE
                  "   (GROWTH PER DAY OVER THE LAST 30 DAYS)"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FILE"                     TO  RPT-RECORD(1:4).
           MOVE "  RECORDS"                TO  RPT-RECORD(11:9).
           MOVE "    ADDED"                TO  RPT-RECORD(21:9).
           MOVE "  DELETED"                TO  RPT-RECORD(31:9).
           MOVE "RECLN"                    TO  RPT-RECORD(41:5).
           MOVE " SPACE KB"                TO  RPT-RECORD(47:9).
           MOVE " GROWTH/DAY"              TO  RPT-RECORD(57:11).
           MOVE "  WARN AT"                TO  RPT-RECORD(69:9).
           MOVE "   DAYS"                  TO  RPT-RECORD(79:7).
           MOVE " LIMIT AT"                TO  RPT-RECORD(87:9).
           MOVE "   DAYS"                  TO  RPT-RECORD(97:7).
           MOVE "LEVEL"                    TO  RPT-RECORD(105:5).
           MOVE "NOTE"                     TO  RPT-RECORD(113:4).
           WRITE RPT-RECORD.

       MONITOR-ONE-FILE.
           MOVE 0                          TO  CUR-COUNT CUR-ADDED
                                               CUR-DELETED
                                               CUR-RECORD-LEN
                                               CUR-SPACE-KB.
           MOVE SPACES                     TO  CUR-LEVEL RPT-NOTE.
           SET MON-FILE-PRESENT            TO  TRUE.
           EVALUATE MON-FILE-ID(MON-IDX)
              WHEN "CUSTOMER"
                 PERFORM COUNT-CUSTOMER
              WHEN "WAITLIST"
                 PERFORM COUNT-WAITLIST
              WHEN "TKTLEDGR"
                 PERFORM COUNT-TICKET-LEDGER
              WHEN "BAGTAG"
                 PERFORM COUNT-BAG-TAG
              WHEN "WORKQUEU"
                 PERFORM COUNT-WORK-QUEUE
              WHEN "CUSTAUDT"
                 PERFORM COUNT-CUSTOMER-AUDIT
              WHEN "REFAUDT"
                 PERFORM COUNT-REF-AUDIT
              WHEN "CUSTARCH"
                 PERFORM COUNT-CUSTOMER-ARCHIVE
           END-EVALUATE.
           IF MON-FILE-MISSING
      *       NOTHING IS RECORDED AND NO KEY IS AGED OUT FOR A FILE
      *       THAT IS NOT THERE TONIGHT - A RESTORE IN PROGRESS MUST
      *       NOT READ AS EVERY RECORD DELETED.
              ADD 1                        TO  FILES-MISSING
              MOVE SPACES                  TO  RPT-RECORD
              MOVE MON-FILE-ID(MON-IDX)    TO  RPT-RECORD(1:8)
              MOVE "FILE NOT PRESENT"      TO  RPT-RECORD(113:20)
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRIOR-STATS.
           IF MON-INDEXED(MON-IDX)
              PERFORM SWEEP-GONE-KEYS
           ELSE
              PERFORM NET-SEQUENTIAL-CHANGE
           END-IF.
           IF PRIOR-NOT-FOUND
              MOVE "BASELINE - FIRST RUN"  TO  RPT-NOTE
           END-IF.
           COMPUTE CUR-SPACE-KB =
                   (CUR-COUNT * CUR-RECORD-LEN + 1023) / 1024.
           PERFORM READ-THRESHOLD.
           PERFORM SET-CAPACITY-LEVEL.
           PERFORM WRITE-FILE-STATS.
           PERFORM PRINT-FILE-LINE.
           PERFORM RAISE-IF-LEVEL-ROSE.

       COUNT-CUSTOMER.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF CUSTOMER-RECORD  TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ CUSTOMER NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      MOVE CUST-RES-ID     TO  CUR-REC-KEY
                      PERFORM NOTE-CURRENT-KEY
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.

       COUNT-WAITLIST.
           OPEN INPUT WAITLIST.
           IF WAITLIST-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF WAITLIST-RECORD  TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ WAITLIST NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      MOVE WL-RES-ID       TO  CUR-REC-KEY
                      PERFORM NOTE-CURRENT-KEY
              END-READ
           END-PERFORM.
           CLOSE WAITLIST.

       COUNT-TICKET-LEDGER.
           OPEN INPUT TICKET-LEDGER.
           IF TKT-LEDGER-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF TICKET-LEDGER-RECORD
                                           TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ TICKET-LEDGER NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      MOVE TL-TICKET-NO    TO  CUR-REC-KEY
                      PERFORM NOTE-CURRENT-KEY
              END-READ
           END-PERFORM.
           CLOSE TICKET-LEDGER.

       COUNT-BAG-TAG.
           OPEN INPUT BAG-TAG.
           IF BAG-TAG-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF BAG-TAG-RECORD   TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ BAG-TAG NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      MOVE BT-TAG-NO       TO  CUR-REC-KEY
                      PERFORM NOTE-CURRENT-KEY
              END-READ
           END-PERFORM.
           CLOSE BAG-TAG.

       COUNT-WORK-QUEUE.
           OPEN INPUT WORK-QUEUE.
           IF WORK-QUEUE-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF WORK-QUEUE-RECORD TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ WORK-QUEUE NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      MOVE WQ-KEY          TO  CUR-REC-KEY
                      PERFORM NOTE-CURRENT-KEY
              END-READ
           END-PERFORM.
           CLOSE WORK-QUEUE.

       COUNT-CUSTOMER-AUDIT.
           OPEN INPUT CUSTOMER-AUDIT.
           IF AUDIT-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF AUDIT-RECORD     TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ CUSTOMER-AUDIT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      ADD 1                TO  CUR-COUNT
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-AUDIT.

       COUNT-REF-AUDIT.
           OPEN INPUT REF-AUDIT.
           IF REF-AUDIT-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF REF-AUDIT-RECORD TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ REF-AUDIT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      ADD 1                TO  CUR-COUNT
              END-READ
           END-PERFORM.
           CLOSE REF-AUDIT.

       COUNT-CUSTOMER-ARCHIVE.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF ARCHIVE-NOT-PRESENT
              SET MON-FILE-MISSING         TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF ARCHIVE-RECORD   TO  CUR-RECORD-LEN.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ CUSTOMER-ARCHIVE
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      ADD 1                TO  CUR-COUNT
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       NOTE-CURRENT-KEY.
      *    EVERY KEY ON FILE TONIGHT IS STAMPED SEEN.  ONE NOT IN THE
      *    SNAPSHOT - OR BACK AFTER BEING DELETED - IS FIRST SEEN
      *    TONIGHT, AND ALL KEYS FIRST SEEN TONIGHT ARE TONIGHT'S ADDS.
           ADD 1                           TO  CUR-COUNT.
           MOVE MON-FILE-ID(MON-IDX)       TO  FKS-FILE-ID.
           MOVE CUR-REC-KEY                TO  FKS-REC-KEY.
           READ FILE-KEYS
                INVALID KEY
                   MOVE MON-FILE-ID(MON-IDX) TO  FKS-FILE-ID
                   MOVE CUR-REC-KEY        TO  FKS-REC-KEY
                   MOVE RUN-DATE           TO  FKS-FIRST-SEEN
                                               FKS-LAST-SEEN
                   MOVE 0                  TO  FKS-GONE-DATE
                   WRITE FILE-KEY-RECORD
                NOT INVALID KEY
                   IF FKS-GONE-DATE > 0
                      MOVE RUN-DATE        TO  FKS-FIRST-SEEN
                      MOVE 0               TO  FKS-GONE-DATE
                   END-IF
                   MOVE RUN-DATE           TO  FKS-LAST-SEEN
                   REWRITE FILE-KEY-RECORD
           END-READ.
           IF FKS-FIRST-SEEN = RUN-DATE
              ADD 1                        TO  CUR-ADDED
           END-IF.

       SWEEP-GONE-KEYS.
      *    A SNAPSHOT KEY NOT SEEN TONIGHT HAS BEEN DELETED.  IT IS
      *    MARKED GONE TONIGHT AND COUNTED; ONE ALREADY GONE BEFORE
      *    TONIGHT HAS BEEN COUNTED ON ITS OWN NIGHT AND IS DROPPED.
           MOVE MON-FILE-ID(MON-IDX)       TO  FKS-FILE-ID.
           MOVE LOW-VALUES                 TO  FKS-REC-KEY.
           START FILE-KEYS KEY IS NOT LESS THAN FKS-KEY
                 INVALID KEY
                    EXIT PARAGRAPH
           END-START.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ FILE-KEYS NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      IF FKS-FILE-ID NOT = MON-FILE-ID(MON-IDX)
                         SET SCAN-AT-END   TO  TRUE
                      ELSE
                         PERFORM AGE-ONE-KEY
                      END-IF
              END-READ
           END-PERFORM.

       AGE-ONE-KEY.
           IF FKS-LAST-SEEN NOT < RUN-DATE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN FKS-GONE-DATE = 0
                 MOVE RUN-DATE             TO  FKS-GONE-DATE
                 REWRITE FILE-KEY-RECORD
                 ADD 1                     TO  CUR-DELETED
              WHEN FKS-GONE-DATE = RUN-DATE
                 ADD 1                     TO  CUR-DELETED
              WHEN FKS-GONE-DATE < RUN-DATE
                 DELETE FILE-KEYS RECORD
           END-EVALUATE.

       NET-SEQUENTIAL-CHANGE.
           IF PRIOR-NOT-FOUND
              MOVE CUR-COUNT               TO  CUR-ADDED
              EXIT PARAGRAPH
           END-IF.
           IF CUR-COUNT > PRIOR-COUNT
              COMPUTE CUR-ADDED = CUR-COUNT - PRIOR-COUNT
           ELSE
              COMPUTE CUR-DELETED = PRIOR-COUNT - CUR-COUNT
           END-IF.

       FIND-PRIOR-STATS.
      *    WALKS THE FILE'S HISTORY UP TO TONIGHT: THE LAST NIGHT
      *    BEFORE TONIGHT GIVES THE PRIOR COUNT AND LEVEL, THE FIRST
      *    NIGHT INSIDE THE 30-DAY WINDOW IS THE TREND BASE, AND A
      *    RECORD ALREADY THERE FOR TONIGHT MEANS A RERUN.
           SET PRIOR-NOT-FOUND             TO  TRUE.
           SET TREND-BASE-NOT-FOUND        TO  TRUE.
           SET FIRST-RUN-TONIGHT           TO  TRUE.
           MOVE 0                          TO  PRIOR-COUNT
                                               TREND-BASE-DATE
                                               TREND-BASE-COUNT.
           MOVE SPACES                     TO  PRIOR-LEVEL
                                               EARLIER-LEVEL.
           MOVE MON-FILE-ID(MON-IDX)       TO  FST-FILE-ID.
           MOVE 0                          TO  FST-RUN-DATE.
           START FILE-STAT KEY IS NOT LESS THAN FST-KEY
                 INVALID KEY
                    EXIT PARAGRAPH
           END-START.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ FILE-STAT NEXT RECORD
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      IF FST-FILE-ID NOT = MON-FILE-ID(MON-IDX) OR
                         FST-RUN-DATE > RUN-DATE
                         SET SCAN-AT-END   TO  TRUE
                      ELSE
                         PERFORM NOTE-ONE-HISTORY-NIGHT
                      END-IF
              END-READ
           END-PERFORM.

       NOTE-ONE-HISTORY-NIGHT.
           IF FST-RUN-DATE = RUN-DATE
              SET SAME-NIGHT-RERUN         TO  TRUE
              MOVE FST-LEVEL               TO  EARLIER-LEVEL
              EXIT PARAGRAPH
           END-IF.
           SET PRIOR-FOUND                 TO  TRUE.
           MOVE FST-RECORD-COUNT           TO  PRIOR-COUNT.
           MOVE FST-LEVEL                  TO  PRIOR-LEVEL.
           IF TREND-BASE-NOT-FOUND AND
              FST-RUN-DATE NOT < TREND-FROM-DATE
              SET TREND-BASE-FOUND         TO  TRUE
              MOVE FST-RUN-DATE            TO  TREND-BASE-DATE
              MOVE FST-RECORD-COUNT        TO  TREND-BASE-COUNT
           END-IF.

       READ-THRESHOLD.
           SET THRESHOLD-NOT-FOUND         TO  TRUE.
           MOVE 0                          TO  FLC-WARN-RECS
                                               FLC-LIMIT-RECS.
           IF CAP-FILE-CLOSED
              EXIT PARAGRAPH
           END-IF.
           MOVE MON-FILE-ID(MON-IDX)       TO  FLC-FILE-ID.
           READ FILE-CAPACITY
                INVALID KEY
                   MOVE 0                  TO  FLC-WARN-RECS
                                               FLC-LIMIT-RECS
                NOT INVALID KEY
                   SET THRESHOLD-FOUND     TO  TRUE
           END-READ.

       SET-CAPACITY-LEVEL.
           MOVE SPACES                     TO  CUR-LEVEL.
           IF THRESHOLD-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF FLC-LIMIT-RECS > 0 AND CUR-COUNT NOT < FLC-LIMIT-RECS
              MOVE "L"                     TO  CUR-LEVEL
           ELSE
              IF FLC-WARN-RECS > 0 AND CUR-COUNT NOT < FLC-WARN-RECS
                 MOVE "W"                  TO  CUR-LEVEL
              END-IF
           END-IF.

       WRITE-FILE-STATS.
           ACCEPT NOW-TIME                 FROM TIME.
           MOVE MON-FILE-ID(MON-IDX)       TO  FST-FILE-ID.
           MOVE RUN-DATE                   TO  FST-RUN-DATE.
           MOVE NOW-TIME(1:6)              TO  FST-RUN-TIME.
           MOVE CUR-COUNT                  TO  FST-RECORD-COUNT.
           MOVE CUR-ADDED                  TO  FST-ADDED.
           MOVE CUR-DELETED                TO  FST-DELETED.
           MOVE CUR-RECORD-LEN             TO  FST-RECORD-LEN.
           MOVE CUR-SPACE-KB               TO  FST-SPACE-KB.
           MOVE CUR-LEVEL                  TO  FST-LEVEL.
           WRITE FILE-STAT-RECORD
                 INVALID KEY
                    REWRITE FILE-STAT-RECORD
           END-WRITE.
           ADD 1                           TO  FILES-RECORDED.

       PRINT-FILE-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE MON-FILE-ID(MON-IDX)       TO  RPT-RECORD(1:8).
           MOVE CUR-COUNT                  TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(11:9).
           MOVE CUR-ADDED                  TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(21:9).
           MOVE CUR-DELETED                TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(31:9).
           MOVE CUR-RECORD-LEN             TO  RPT-LEN.
           MOVE RPT-LEN                    TO  RPT-RECORD(41:5).
           MOVE CUR-SPACE-KB               TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(47:9).
           MOVE 0                          TO  GROWTH-PER-DAY.
           IF TREND-BASE-FOUND
              COMPUTE TREND-DAYS =
                      FUNCTION INTEGER-OF-DATE(RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(TREND-BASE-DATE)
              COMPUTE GROWTH-PER-DAY ROUNDED =
                      (CUR-COUNT - TREND-BASE-COUNT) / TREND-DAYS
              MOVE GROWTH-PER-DAY          TO  RPT-GROWTH
              MOVE RPT-GROWTH              TO  RPT-RECORD(57:11)
           END-IF.
           IF THRESHOLD-FOUND
              MOVE FLC-WARN-RECS           TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(69:9)
              MOVE FLC-WARN-RECS           TO  PROJ-TARGET
              PERFORM PROJECT-DAYS-LEFT
              MOVE PROJ-TEXT               TO  RPT-RECORD(79:7)
              MOVE FLC-LIMIT-RECS          TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(87:9)
              MOVE FLC-LIMIT-RECS          TO  PROJ-TARGET
              PERFORM PROJECT-DAYS-LEFT
              MOVE PROJ-TEXT               TO  RPT-RECORD(97:7)
           ELSE
              IF RPT-NOTE = SPACES
                 MOVE "NO THRESHOLD SET"   TO  RPT-NOTE
              END-IF
           END-IF.
           EVALUATE CUR-LEVEL
              WHEN "W"
                 MOVE "WARNING"            TO  RPT-RECORD(105:7)
              WHEN "L"
                 MOVE "LIMIT"              TO  RPT-RECORD(105:7)
           END-EVALUATE.
           IF RPT-NOTE = SPACES AND TREND-BASE-NOT-FOUND
              MOVE "NO HISTORY YET"        TO  RPT-NOTE
           END-IF.
           MOVE RPT-NOTE                   TO  RPT-RECORD(113:20).
           WRITE RPT-RECORD.

       PROJECT-DAYS-LEFT.
      *    DAYS UNTIL THE TARGET COUNT AT THE 30-DAY GROWTH RATE,
      *    ROUNDED UP.  A TARGET OF ZERO IS NOT SET.
           MOVE SPACES                     TO  PROJ-TEXT.
           EVALUATE TRUE
              WHEN PROJ-TARGET = 0
                 MOVE "NOT SET"            TO  PROJ-TEXT
              WHEN CUR-COUNT NOT < PROJ-TARGET
                 MOVE "   PAST"            TO  PROJ-TEXT
              WHEN TREND-BASE-NOT-FOUND
                 MOVE "      ?"            TO  PROJ-TEXT
              WHEN GROWTH-PER-DAY NOT > 0
                 MOVE "   NONE"            TO  PROJ-TEXT
              WHEN OTHER
                 COMPUTE DAYS-LEFT =
                         (PROJ-TARGET - CUR-COUNT + GROWTH-PER-DAY
                          - .01) / GROWTH-PER-DAY
                         ON SIZE ERROR
                            MOVE 9999999   TO  DAYS-LEFT
                 END-COMPUTE
                 MOVE DAYS-LEFT            TO  RPT-DAYS
                 MOVE RPT-DAYS             TO  PROJ-TEXT
           END-EVALUATE.

       RAISE-IF-LEVEL-ROSE.
      *    ONLY A RISE IS RAISED - INTO WARNING FROM CLEAR, OR INTO
      *    LIMIT FROM EITHER - MEASURED AGAINST TONIGHT'S EARLIER RUN
      *    ON A RERUN, OTHERWISE AGAINST THE NIGHT BEFORE.
           IF SAME-NIGHT-RERUN
              MOVE EARLIER-LEVEL           TO  PRIOR-LEVEL
           END-IF.
           IF CUR-LEVEL = SPACES OR CUR-LEVEL = PRIOR-LEVEL OR
              (CUR-LEVEL = "W" AND PRIOR-LEVEL = "L")
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  WQA-NOTE.
           MOVE CUR-COUNT                  TO  RPT-CNT.
           IF CUR-LEVEL = "L"
              STRING MON-FILE-ID(MON-IDX) " AT LIMIT -" RPT-CNT
                     " RECS"               DELIMITED BY SIZE
                     INTO WQA-NOTE
              END-STRING
           ELSE
              STRING MON-FILE-ID(MON-IDX) " AT WARNING -" RPT-CNT
                     " RECS"               DELIMITED BY SIZE
                     INTO WQA-NOTE
              END-STRING
           END-IF.
           MOVE SPACES                     TO  WQA-RES-ID.
           CALL "WORKQADD" USING WQA-TYPE, WQA-RES-ID, WQA-NOTE,
                WQA-BY, WQA-RESULT.
           ADD 1                           TO  FILES-RAISED.

       TERMINATE-MONITOR.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "FILES RECORDED " FILES-RECORDED
                  "  NOT PRESENT " FILES-MISSING
                  "  RAISED TO SUPERVISOR QUEUE " FILES-RAISED
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF CAP-FILE-OPEN
              CLOSE FILE-CAPACITY
           END-IF.
           CLOSE FILE-STAT
                 FILE-KEYS
                 MONITOR-RPT.
           MOVE "FILEMON"                  TO  RPG-REPORT-ID.
           MOVE "filemon"                  TO  RPG-FILE-NAME.
           MOVE 132                        TO  RPG-RECORD-LEN.
           MOVE "FILEMON"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FILEMON - " FILES-RECORDED " FILE(S) RECORDED, "
                   FILES-RAISED " RAISED - SEE filemon".
