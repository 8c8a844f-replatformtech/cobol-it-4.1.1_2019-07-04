      *****************************************************************
      *    INSTPLAN.CPY
      *    INSTALLMENT-PLAN-RECORD LAYOUT FOR THE "instplan" INDEXED
      *    FILE.  ONE RECORD PER PAY-LATER RESERVATION: THE DEPOSIT
      *    TAKEN AT BOOKING AND ONE TO THREE SCHEDULED BALANCE
      *    PAYMENTS AGAINST THE VAULTED CARD TOKEN.  THE RESERVATION
      *    SITS RES-HELD WITH HOLD-REASON "I" AND UNTICKETED UNTIL THE
      *    PLAN IS PAID IN FULL.  WRITTEN BY CUSTOMER0 AT BOOKING;
      *    WORKED NIGHTLY BY INSTCOLL, WHICH SENDS THE REMINDERS,
      *    TAKES THE PAYMENTS, TICKETS A PAID-UP PLAN AND CANCELS ONE
      *    WHOSE FINAL PAYMENT FAILS UNDER THE FEE SCHEDULE'S "IP"
      *    FORFEIT RULE.
      *****************************************************************
       01  INSTALLMENT-PLAN-RECORD.
           03 IP-CUST-RES-ID              PIC X(11).
           03 IP-FLIGHT-ID                PIC X(07).
           03 IP-TRAVEL-DATE              PIC 9(08).
           03 IP-PAYMENT-TYPE             PIC X(03).
           03 IP-CARD-TOKEN               PIC X(16).
           03 IP-CURRENCY                 PIC X(03).
           03 IP-FARE-AMT                 PIC 9(07)V99.
           03 IP-DEPOSIT-AMT              PIC 9(07)V99.
           03 IP-PAID-AMT                 PIC 9(07)V99.
           03 IP-PLAN-DATE                PIC 9(08).
           03 IP-ENTERED-BY               PIC X(05).
           03 IP-INST-COUNT               PIC 9(01).
           03 IP-INSTALLMENT OCCURS 3 TIMES.
              05 IP-DUE-DATE              PIC 9(08).
              05 IP-DUE-AMT               PIC 9(07)V99.
              05 IP-INST-STATUS           PIC X(01).
                 88 IP-INST-OPEN                  VALUE "O".
                 88 IP-INST-PAID                  VALUE "P".
              05 IP-PAID-DATE             PIC 9(08).
              05 IP-REMIND-DATE           PIC 9(08).
              05 IP-TRIES                 PIC 9(02).
           03 IP-STATUS                   PIC X(01).
              88 IP-ACTIVE                        VALUE "A".
              88 IP-PAID-IN-FULL                  VALUE "P".
              88 IP-LAPSED                        VALUE "C".
              88 IP-VOID                          VALUE "V".
           03 IP-STATUS-DATE              PIC 9(08).
           03 IP-REFUND-AMT               PIC 9(07)V99.
           03 IP-TICKET-NO                PIC X(13).
           03 FILLER                      PIC X(10).
