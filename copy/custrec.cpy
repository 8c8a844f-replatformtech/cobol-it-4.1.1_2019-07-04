      *    CUSTREC.CPY
      *    CUSTOMER-RECORD LAYOUT FOR THE "CUSTOMER" RESERVATION FILE.
      *    SHARED BY CUSTOMER0 AND THE BATCH/REPORT PROGRAMS THAT READ
      *    OR WRITE THE CUSTOMER FILE.  EVERY PROGRAM THAT WRITES A NEW
      *    RECORD SETS CUST-LAYOUT-CURRENT FIRST.
      *****************************************************************
       01  CUSTOMER-RECORD.
           03 CUST-RES-ID.
               04 LEG-FLIGHT-ID          PIC X(07).
               04 LEG-SEGMENT-TYPE       PIC X(01).
                  88 LEG-OWN-SEGMENT              VALUE "O" " ".
                  88 LEG-PARTNER-SEGMENT          VALUE "P" "R".
                  88 LEG-REROUTE-SEGMENT          VALUE "R".
               04 LEG-CARRIER            PIC X(02).
               04 LEG-SEAT-NUMBER        PIC X(04).
               04 LEG-BOARDING-NO        PIC 9(03).
              88 RES-FLOWN                        VALUE "F".
              88 RES-HELD                         VALUE "H".
              88 RES-BOARDED                      VALUE "D".
              88 RES-REROUTED                     VALUE "R".
           03 BOARDING-NO                 PIC 9(03).
           03 AWARD-FLAG                  PIC X(01).
              88 AWARD-BOOKING                    VALUE "Y".
              88 HOLD-TICKETING-LIMIT             VALUE "T".
              88 HOLD-PAYMENT-RETURNED            VALUE "P".
              88 HOLD-NONREV-STANDBY              VALUE "E".
              88 HOLD-INSTALLMENT-PLAN            VALUE "I".
           03 HOLD-PLACED-DATE            PIC 9(08).
           03 HOLD-EXPIRE-DATE            PIC 9(08).
           03 ITIN-FARE-MAIN              PIC 9(07)V99.
           03 UPGRADE-FLAG                PIC X(01).
              88 COMP-UPGRADED                    VALUE "Y".
              88 MILES-UPGRADED                   VALUE "M".
              88 BID-UPGRADED                     VALUE "B".
           03 BAG-FEE-DATE                PIC 9(08).
           03 NC-FEE-AMT                  PIC 9(05)V99.
           03 NC-FEE-DATE                 PIC 9(08).
           03 CHG-FEE-DATE                PIC 9(08).
           03 FARE-DIFF-AMT               PIC 9(07)V99.
           03 FARE-DIFF-DATE              PIC 9(08).
           03 BOOKING-LOCATOR             PIC X(06).
      *    A SECOND SEAT BOUGHT BESIDE THE PASSENGER ON THE MAIN FLIGHT
      *    FOR COMFORT OR FOR A CABIN-BAGGAGE ITEM SUCH AS AN
      *    INSTRUMENT.  IT HOLDS INVENTORY AND A SEAT BUT IS NEVER A
      *    PERSON, AND GOES WHEN THE RESERVATION GOES.
           03 EXTRA-SEAT-FLAG             PIC X(01).
              88 EXTRA-SEAT-COMFORT               VALUE "C".
              88 EXTRA-SEAT-CABIN-BAG             VALUE "B".
              88 EXTRA-SEAT-HELD                  VALUE "C" "B".
           03 EXTRA-SEAT-NUMBER           PIC X(04).
           03 EXTRA-SEAT-FEE              PIC 9(05)V99.
      *    WHO TO CALL FOR THE PASSENGER IF THE FLIGHT HAS AN INCIDENT
      *    - OPTIONAL, TAKEN AT BOOKING AND AT CHECK-IN (PREFILLED FROM
      *    THE PROFILE) AND SHOWN ONLY ON THE RESTRICTED ERINQ LIST.
           03 EMERG-CONTACT-NAME          PIC X(30).
           03 EMERG-CONTACT-PHONE         PIC X(15).
      *    THE FARE FAMILY THE BOOKING CLASS WAS SOLD UNDER AND WHAT IT
      *    BUNDLED, COPIED FROM "farefam" WHEN THE FARE IS BUILT SO A
      *    LATER CHANGE TO THE TABLE NEVER TAKES AWAY (OR HANDS OUT) AN
      *    INCLUSION THE PASSENGER DID NOT BUY.  SPACES MEANS NO FAMILY
      *    - EVERY BAG, SEAT AND CHANGE IS CHARGED THE OLD WAY.
           03 FARE-FAMILY                 PIC X(01).
              88 FARE-FAMILY-NONE                 VALUE SPACE.
           03 FAM-BAGS-INCL               PIC 9(01).
           03 FAM-SEAT-FREE               PIC X(01).
              88 FAM-SEAT-INCLUDED                VALUE "Y".
           03 FAM-CHANGE-FREE             PIC X(01).
              88 FAM-CHANGE-WAIVED                VALUE "Y".
           03 FAM-REFUND-RULE             PIC X(01).
              88 FAM-REFUND-FULL                  VALUE "F".
              88 FAM-REFUND-NONE                  VALUE "N".
           03 FAM-EARN-PCT                PIC 9(03).
      *    THE LAYOUT VERSION THE RECORD WAS WRITTEN UNDER, STAMPED ON
      *    EVERY NEW RECORD SO COPIES ON "custarch" AND THE CUSTBKUP
      *    BACKUPS SAY WHICH LAYOUT THEY ARE.  CUSTCONV BRINGS AN OLDER
      *    FILE UP TO THE CURRENT VERSION.  LAYOUT HISTORY (KEPT AS A
      *    TABLE IN CUSTLAYT.CPY TOO):
      *      01  803 BYTES - FARE ITEMIZATION THROUGH FARE-DIFF-DATE
      *      02  809 BYTES - BOOKING-LOCATOR ADDED
      *      03  821 BYTES - EXTRA-SEAT-FLAG/NUMBER/FEE ADDED
      *      04  823 BYTES - CUST-LAYOUT-VERSION ADDED
      *      05  868 BYTES - EMERG-CONTACT-NAME/PHONE ADDED
      *      06  876 BYTES - FARE-FAMILY AND ITS INCLUSIONS ADDED
      *    01 TO 03 ONLY ADDED FIELDS AT THE END, SO SUCH A RECORD IS
      *    THE LEADING PART OF THE CURRENT ONE.  FROM 05 ON NEW FIELDS
      *    GO IN FRONT OF THE STAMP, WHICH STAYS THE LAST TWO BYTES OF
      *    THE RECORD - SO A 04 OR 05 RECORD CARRIES ITS STAMP INSIDE
      *    FIELDS ADDED LATER (EMERG-CONTACT, FARE-FAMILY), AND
      *    CUSTCONV BLANKS THOSE FIELDS WHEN IT CONVERTS THE RECORD.
           03 CUST-LAYOUT-VERSION         PIC 9(02).
              88 CUST-LAYOUT-CURRENT              VALUE 06.
