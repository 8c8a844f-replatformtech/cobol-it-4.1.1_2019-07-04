      *****************************************************************
      *    VIEWLOGP.CPY
      *    CALL BLOCK FOR THE VIEWLOG READ-ACCESS LOGGING SUBPROGRAM.
      *    A PROGRAM THAT DISPLAYS OR EXTRACTS A PASSENGER'S PERSONAL
      *    DATA FILLS THIS IN FOR THE RECORD SHOWN AND CALLS VIEWLOG,
      *    WHICH STAMPS THE DATE AND TIME AND APPENDS IT TO "viewlog"
      *    (SEE VIEWLOG.CPY FOR THE ACCESS TYPES AND FIELD GROUPS).
      *    SET THE FIELD-GROUP FLAGS TO "Y" ONLY FOR WHAT WAS SHOWN.
      *****************************************************************
       01  VIEWLOG-PARMS.
           03 VWP-OP-ID                   PIC X(05).
           03 VWP-PROGRAM                 PIC X(10).
           03 VWP-ACCESS-TYPE             PIC X(01).
              88 VWP-SCREEN-VIEW                  VALUE "V".
              88 VWP-LIST-VIEW                    VALUE "L".
              88 VWP-EXTRACT                      VALUE "X".
           03 VWP-KEY-TYPE                PIC X(01).
              88 VWP-RESERVATION-KEY              VALUE "R".
              88 VWP-PROFILE-KEY                  VALUE "P".
           03 VWP-KEY                     PIC X(11).
           03 VWP-BOOKED-BY               PIC X(05).
           03 VWP-FIELD-GROUPS.
              05 VWP-SHOWN-DOB            PIC X(01).
              05 VWP-SHOWN-CONTACT        PIC X(01).
              05 VWP-SHOWN-PASSPORT       PIC X(01).
              05 VWP-SHOWN-GUARDIAN       PIC X(01).
              05 VWP-SHOWN-CARD           PIC X(01).
