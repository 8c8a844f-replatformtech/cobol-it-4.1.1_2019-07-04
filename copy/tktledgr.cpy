      *    TRACKING THE TICKET THROUGH ITS LIFECYCLE (OPEN, CHECKED-IN,
      *    FLOWN, REFUNDED, VOIDED) AS THE BOOKING, CHECK-IN,
      *    CANCELLATION AND CLOSEOUT FLOWS TOUCH THE RESERVATION.
      *    A TICKET WHOSE FLIGHT WAS INVOLUNTARILY REROUTED ONTO A
      *    PARTNER UNDER A FLIGHT INTERRUPTION MANIFEST IS
      *    TL-REROUTED, WITH TL-FLOWN-DATE SET TO THE PARTNER FLIGHT'S
      *    DATE (FIMROUTE).
      *****************************************************************
       01  TICKET-LEDGER-RECORD.
           03 TL-TICKET-NO                PIC X(13).
              88 TL-REFUNDED                      VALUE "R".
              88 TL-VOIDED                        VALUE "V".
              88 TL-EXPIRED                       VALUE "E".
              88 TL-REROUTED                      VALUE "I".
           03 TL-FLOWN-DATE               PIC 9(08).
