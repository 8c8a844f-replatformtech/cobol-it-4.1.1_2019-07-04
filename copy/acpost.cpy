      *****************************************************************
      *    ACPOST.CPY
      *    AIRCRAFT-POSTING-RECORD LAYOUT FOR THE "acpost" INDEXED
      *    FILE.  ONE RECORD PER DEPARTURE WHOSE BLOCK TIME AND CYCLE
      *    ACHOURS HAS ADDED TO THE AIRCRAFT REGISTRY, KEYED BY
      *    FM-FLIGHT-ID, SO A RERUN - OR ACTUAL TIMES KEYED ON A LATER
      *    CLOSEOUT NIGHT - NEVER COUNTS THE SAME SECTOR TWICE.
      *****************************************************************
       01  AIRCRAFT-POSTING-RECORD.
           03 AP-FLIGHT-ID                PIC X(07).
           03 AP-TAIL-NO                  PIC X(06).
           03 AP-BLOCK-MINS               PIC 9(04).
           03 AP-POSTED-DATE              PIC 9(08).
