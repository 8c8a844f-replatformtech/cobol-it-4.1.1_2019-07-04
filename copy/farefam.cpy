      *****************************************************************
      *    FAREFAM.CPY
      *    FARE-FAMILY-RECORD LAYOUT FOR THE "farefam" INDEXED FILE.
      *    ONE RECORD PER BOOKING CLASS, KEYED BY THE CLASS LETTER,
      *    NAMING THE BRANDED FAMILY THE CLASS SELLS UNDER (BASIC,
      *    STANDARD, FLEX) AND WHAT THE FARE BUNDLES: CHECKED BAGS
      *    INCLUDED, FREE SEAT SELECTION, NO CHANGE FEE, HOW IT
      *    REFUNDS AND THE PERCENTAGE OF THE FARE EARNED AS MILES.
      *    MAINTAINED THROUGH REFMAINT.  A CLASS WITH NO RECORD HERE
      *    HAS NO FAMILY AND EVERY ANCILLARY IS CHARGED AS BEFORE.
      *****************************************************************
       01  FARE-FAMILY-RECORD.
           03 FF-CLASS                    PIC X(01).
           03 FF-FAMILY                   PIC X(01).
              88 FF-FAMILY-BASIC                  VALUE "B".
              88 FF-FAMILY-STANDARD               VALUE "S".
              88 FF-FAMILY-FLEX                   VALUE "F".
              88 FF-FAMILY-VALID                  VALUE "B" "S" "F".
           03 FF-FAMILY-NAME              PIC X(08).
           03 FF-BAGS-INCL                PIC 9(01).
           03 FF-SEAT-FREE                PIC X(01).
              88 FF-SEAT-INCLUDED                 VALUE "Y".
           03 FF-CHANGE-FREE              PIC X(01).
              88 FF-CHANGE-WAIVED                 VALUE "Y".
      *    F = FULL REFUND AT ANY TIME, N = NON-REFUNDABLE, S OR
      *    BLANK = THE FEE SCHEDULE / DAYS-TO-DEPARTURE RULE.
           03 FF-REFUND-RULE              PIC X(01).
              88 FF-REFUND-FULL                   VALUE "F".
              88 FF-REFUND-NONE                   VALUE "N".
              88 FF-REFUND-STANDARD               VALUE "S" " ".
           03 FF-EARN-PCT                 PIC 9(03).
           03 FF-UPDATED-DATE             PIC 9(08).
           03 FF-UPDATED-BY               PIC X(05).
