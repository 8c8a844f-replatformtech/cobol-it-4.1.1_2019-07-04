      *****************************************************************
      *    ADMNOTC.CPY
      *    ADM-NOTICE-RECORD LAYOUT FOR THE SEQUENTIAL "admnotc" FILE
      *    SENT TO THE AGENCIES - ONE RECORD PER DEBIT MEMO APPROVED
      *    IN ADMREV, GIVING THE BOOKING, THE FILED FARE, WHAT THE
      *    AGENCY COLLECTED, THE AMOUNT DEBITED AND WHEN IT FALLS DUE
      *    ON THE AGENCY'S ACCOUNT.
      *****************************************************************
       01  ADM-NOTICE-RECORD.
           03 AN-ACCT-ID                  PIC X(08).
           03 AN-MEMO-NO                  PIC 9(07).
           03 AN-CUST-RES-ID              PIC X(11).
           03 AN-FLIGHT-ID                PIC X(07).
           03 AN-TICKET-NO                PIC X(13).
           03 AN-EXPECTED-AMT             PIC 9(07)V99.
           03 AN-COLLECTED-AMT            PIC 9(07)V99.
           03 AN-MEMO-AMT                 PIC 9(07)V99.
           03 AN-REASON-TEXT              PIC X(30).
           03 AN-ISSUE-DATE               PIC 9(08).
           03 AN-DUE-DATE                 PIC 9(08).
