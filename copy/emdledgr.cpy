      *****************************************************************
      *    EMDLEDGR.CPY
      *    EMD-LEDGER-RECORD LAYOUT FOR THE "emdledgr" INDEXED FILE.
      *    ONE RECORD PER ANCILLARY CHARGE - BAG, SEAT, NAME-CHANGE,
      *    FLIGHT-CHANGE, LOUNGE-PASS, PET OR EXTRA-SEAT FEE, OR A
      *    WINNING UPGRADE BID - UNDER
      *    ITS OWN 13-CHARACTER ELECTRONIC MISCELLANEOUS DOCUMENT
      *    NUMBER (0002 DOCUMENT STOCK PREFIX PLUS NINE-DIGIT SERIAL
      *    FROM "emdctr"),
      *    THE WAY TKTLEDGR CARRIES ONE ROW PER FARE.  THE FEE FIELDS
      *    ON CUSTOMER-RECORD ONLY HOLD THE LATEST AMOUNT; THIS IS THE
      *    DOCUMENT A SINGLE-FEE REFUND, A CHARGEBACK OR A PARTNER
      *    BILLING POINTS AT.  EM-TICKET-NO IS THE RESERVATION'S
      *    E-TICKET AT ISSUE (SPACES WHEN NONE WAS ISSUED YET).
      *****************************************************************
       01  EMD-LEDGER-RECORD.
           03 EM-DOC-NO                   PIC X(13).
           03 EM-CUST-RES-ID              PIC X(11).
           03 EM-TICKET-NO                PIC X(13).
           03 EM-FEE-TYPE                 PIC X(04).
              88 EM-BAG-FEE                       VALUE "BAGF".
              88 EM-SEAT-FEE                      VALUE "SEAT".
              88 EM-NAME-CHANGE-FEE               VALUE "NCHG".
              88 EM-FLIGHT-CHANGE-FEE             VALUE "FCHG".
              88 EM-LOUNGE-FEE                    VALUE "LNGE".
              88 EM-PET-FEE                       VALUE "PETC".
              88 EM-EXTRA-SEAT-FEE                VALUE "EXST".
              88 EM-UPGRADE-BID                   VALUE "UPGB".
           03 EM-AMOUNT                   PIC 9(05)V99.
           03 EM-CURRENCY                 PIC X(03).
           03 EM-ISSUE-DATE               PIC 9(08).
           03 EM-STATUS                   PIC X(01).
              88 EM-OPEN                          VALUE "O".
              88 EM-REFUNDED                      VALUE "R".
              88 EM-VOIDED                        VALUE "V".
              88 EM-CHARGED-BACK                  VALUE "C".
           03 EM-STATUS-DATE              PIC 9(08).
           03 EM-OP-ID                    PIC X(05).
