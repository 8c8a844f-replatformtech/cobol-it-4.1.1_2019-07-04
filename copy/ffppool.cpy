      *****************************************************************
      *    FFPPOOL.CPY
      *    FFP-POOL-RECORD LAYOUT FOR THE "ffppool" INDEXED FILE.
      *    ONE RECORD PER HOUSEHOLD MILEAGE POOL, KEYED BY THE HEAD
      *    MEMBER'S FFPMEM NAME/DOB KEY, LISTING UP TO SIX LINKED
      *    MEMBERS IN ENROLMENT ORDER.  THAT ORDER IS THE DRAW ORDER
      *    AT REDEMPTION: THE REDEEMING MEMBER'S OWN MILES FIRST, THEN
      *    THE HEAD'S, THEN THE LINKED MEMBERS SLOT BY SLOT.  A
      *    REMOVED MEMBER'S SLOT IS CLOSED UP SO THE ACTIVE MEMBERS
      *    ALWAYS OCCUPY SLOTS 1 THRU PL-MEMBER-COUNT.  MAINTAINED
      *    THROUGH FFPPOOL; "ffpplmbr" CARRIES THE PER-MEMBER SIDE.
      *****************************************************************
       01  FFP-POOL-RECORD.
           03 PL-HEAD-NAME-KEY            PIC X(68).
           03 PL-HEAD-FFP-NO              PIC X(09).
           03 PL-CREATED-DATE             PIC 9(08).
           03 PL-CREATED-OP-ID            PIC X(05).
           03 PL-MEMBER-COUNT             PIC 9(01).
           03 PL-MEMBER OCCURS 6 TIMES.
              05 PL-MBR-NAME-KEY          PIC X(68).
              05 PL-MBR-FFP-NO            PIC X(09).
