      *****************************************************************
      *    VIEWLOG.CPY
      *    VIEW-LOG-RECORD LAYOUT FOR THE SEQUENTIAL "viewlog" FILE.
      *    THE READ SIDE OF THE AUDIT TRAIL - "custaudt" SAYS WHO
      *    CHANGED A RESERVATION, THIS SAYS WHO LOOKED AT ONE.  ONE
      *    RECORD EACH TIME A PROGRAM PUTS A PASSENGER'S PERSONAL DATA
      *    IN FRONT OF SOMEONE OR INTO A FILE:
      *      V  THE RECORD WAS DISPLAYED ON AN INQUIRY SCREEN
      *      L  THE PASSENGER WAS LISTED ON A SEARCH PICK LIST
      *      X  THE RECORD WENT OUT ON AN EXTRACT OR TRANSMISSION FILE
      *    THE FIELD-GROUP FLAGS ("Y"/"N") SAY WHICH SENSITIVE GROUPS
      *    WERE SHOWN.  VW-BOOKED-BY IS THE AGENT WHO MADE THE BOOKING,
      *    KEPT SO VIEWRPT CAN SPOT OPERATORS OPENING OTHER PEOPLE'S
      *    BOOKINGS.  WRITTEN ONLY THROUGH THE VIEWLOG SUBPROGRAM;
      *    NEVER REWRITTEN.
      *****************************************************************
       01  VIEW-LOG-RECORD.
           03 VW-OP-ID                    PIC X(05).
           03 VW-VIEW-DATE                PIC 9(08).
           03 VW-VIEW-TIME                PIC 9(06).
           03 VW-PROGRAM                  PIC X(10).
           03 VW-ACCESS-TYPE              PIC X(01).
              88 VW-SCREEN-VIEW                   VALUE "V".
              88 VW-LIST-VIEW                     VALUE "L".
              88 VW-EXTRACT                       VALUE "X".
           03 VW-KEY-TYPE                 PIC X(01).
              88 VW-RESERVATION-KEY               VALUE "R".
              88 VW-PROFILE-KEY                   VALUE "P".
           03 VW-KEY                      PIC X(11).
           03 VW-BOOKED-BY                PIC X(05).
           03 VW-FIELD-GROUPS.
              05 VW-SHOWN-DOB             PIC X(01).
              05 VW-SHOWN-CONTACT         PIC X(01).
              05 VW-SHOWN-PASSPORT        PIC X(01).
              05 VW-SHOWN-GUARDIAN        PIC X(01).
              05 VW-SHOWN-CARD            PIC X(01).
