      *****************************************************************
      *    ACMAST.CPY
      *    AIRCRAFT-RECORD LAYOUT FOR THE "acmast" INDEXED FILE - THE
      *    AIRCRAFT REGISTRY.  ONE RECORD PER AIRFRAME KEYED BY THE
      *    TAIL NUMBER CARRIED IN FM-TAIL-NO.  BLOCK TIME AND CYCLES
      *    SINCE THE LAST CHECK (AND SINCE NEW) ARE ACCUMULATED BY THE
      *    ACHOURS POST-CLOSEOUT RUN; TIME IS HELD IN MINUTES SO NO
      *    ROUNDING CREEPS IN OVER THOUSANDS OF SECTORS.  A CHECK
      *    FALLS DUE ON WHICHEVER COMES FIRST: THE HOURS INTERVAL, THE
      *    CYCLES INTERVAL OR THE CALENDAR DATE (A ZERO INTERVAL OR
      *    DATE IS NOT TRACKED).  MAINTAINED THROUGH ACMAINT, WHICH
      *    ALSO RECORDS A COMPLETED CHECK AND RESETS THE COUNTERS.
      *****************************************************************
       01  AIRCRAFT-RECORD.
           03 AC-TAIL-NO                  PIC X(06).
           03 AC-REGISTRATION             PIC X(10).
           03 AC-AIRCRAFT-TYPE            PIC X(04).
           03 AC-IN-SERVICE-DATE          PIC 9(08).
           03 AC-MINS-SINCE-CHECK         PIC 9(07).
           03 AC-CYCLES-SINCE-CHECK       PIC 9(05).
           03 AC-TOTAL-MINS               PIC 9(09).
           03 AC-TOTAL-CYCLES             PIC 9(07).
           03 AC-LAST-CHECK-DATE          PIC 9(08).
           03 AC-CHECK-HOURS-INTERVAL     PIC 9(05).
           03 AC-CHECK-CYCLES-INTERVAL    PIC 9(05).
           03 AC-NEXT-CHECK-DATE          PIC 9(08).
           03 AC-STATUS                   PIC X(01).
              88 AC-IN-SERVICE                    VALUE "A" " ".
              88 AC-WITHDRAWN                     VALUE "W".
