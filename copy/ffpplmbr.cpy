      *****************************************************************
      *    FFPPLMBR.CPY
      *    FFP-POOL-MEMBER-RECORD LAYOUT FOR THE "ffpplmbr" INDEXED
      *    FILE.  ONE RECORD PER MEMBER WHO HAS EVER BELONGED TO A
      *    HOUSEHOLD POOL (HEAD OR LINKED), KEYED BY THE MEMBER'S
      *    FFPMEM NAME/DOB KEY SO A BOOKING CAN GO STRAIGHT FROM THE
      *    PASSENGER TO THEIR POOL.  A REMOVED MEMBER'S RECORD STAYS
      *    WITH PK-REMOVE-DATE SET - THAT DATE DRIVES THE COOLING-OFF
      *    PERIOD BEFORE THEY MAY JOIN ANY POOL AGAIN.  PK-CONSENT-
      *    DATE/OP-ID RECORD THE HEAD'S CONSENT TO THE LAST ENROLMENT
      *    OR REMOVAL AND THE AGENT WHO TOOK IT.
      *****************************************************************
       01  FFP-POOL-MEMBER-RECORD.
           03 PK-NAME-KEY                 PIC X(68).
           03 PK-FFP-NO                   PIC X(09).
           03 PK-HEAD-NAME-KEY            PIC X(68).
           03 PK-ROLE                     PIC X(01).
              88 PK-HEAD                          VALUE "H".
              88 PK-LINKED                        VALUE "M".
           03 PK-STATUS                   PIC X(01).
              88 PK-ACTIVE                        VALUE "A".
              88 PK-REMOVED                       VALUE "R".
           03 PK-JOIN-DATE                PIC 9(08).
           03 PK-REMOVE-DATE              PIC 9(08).
           03 PK-CONSENT-DATE             PIC 9(08).
           03 PK-CONSENT-OP-ID            PIC X(05).
