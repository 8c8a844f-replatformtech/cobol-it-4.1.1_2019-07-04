      *****************************************************************
      *    DEBITMEM.CPY
      *    DEBIT-MEMO-RECORD LAYOUT FOR THE "debitmem" INDEXED FILE.
      *    ONE AGENCY DEBIT MEMO PER AGENCY-SOURCED RESERVATION THE
      *    NIGHTLY FAREAUDT FOUND UNDER-COLLECTED AGAINST THE FILED
      *    FARE, NUMBERED FROM THE "D" SERIES ON "clmctr".  RAISED
      *    PENDING; ADMREV APPROVES IT (POSTING AN OPEN ITEM ON
      *    "recvledg" UNDER "ADM" + MEMO NUMBER AGAINST THE AGENCY'S
      *    CORP-ACCT-ID AND A NOTICE TO "admnotc") OR CANCELS IT.
      *    THE RESERVATION ALTERNATE KEY STOPS A RE-RUN OF THE AUDIT
      *    RAISING A SECOND MEMO FOR THE SAME BOOKING.
      *****************************************************************
       01  DEBIT-MEMO-RECORD.
           03 DM-MEMO-NO                  PIC 9(07).
           03 DM-ACCT-ID                  PIC X(08).
           03 DM-CUST-RES-ID              PIC X(11).
           03 DM-FLIGHT-ID                PIC X(07).
           03 DM-TICKET-NO                PIC X(13).
           03 DM-EXPECTED-AMT             PIC 9(07)V99.
           03 DM-COLLECTED-AMT            PIC 9(07)V99.
           03 DM-SHORT-AMT                PIC 9(07)V99.
           03 DM-REASON-CODE              PIC X(02).
              88 DM-BELOW-FILED-FARE              VALUE "UF".
           03 DM-REASON-TEXT              PIC X(30).
           03 DM-RAISED-DATE              PIC 9(08).
           03 DM-STATUS                   PIC X(01).
              88 DM-PENDING                       VALUE "P".
              88 DM-APPROVED                      VALUE "A".
              88 DM-CANCELLED                     VALUE "C".
           03 DM-REVIEW-DATE              PIC 9(08).
           03 DM-REVIEW-OP-ID             PIC X(05).
