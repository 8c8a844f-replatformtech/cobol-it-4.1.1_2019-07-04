      *****************************************************************
      *    UMCUST.CPY
      *    UM-CUSTODY-RECORD LAYOUT FOR THE "umcust" INDEXED FILE.
      *    THE CUSTODY CHAIN FOR AN UNACCOMPANIED MINOR - ONE RECORD
      *    PER HANDOVER EVENT, KEYED BY THE RESERVATION PLUS THE EVENT
      *    TYPE SO A START ON THE RESERVATION READS THE WHOLE CHAIN IN
      *    ORDER:
      *      D  DROP-OFF AT THE DEPARTURE COUNTER - GUARDIAN'S ID SEEN
      *      C  HANDED TO THE OPERATING CREW AT THE GATE
      *      A  HANDED TO GROUND STAFF ON ARRIVAL
      *      R  RELEASED TO THE NAMED COLLECTING ADULT - ID SEEN
      *    UMC-PARTY-NAME IS WHO TOOK (OR, FOR THE DROP-OFF, WHO GAVE
      *    UP) THE CHILD AT THAT STEP.  THE DROP-OFF NAMES THE ADULT
      *    WHO WILL COLLECT (UMC-COLLECT-NAME); RELEASE IS ONLY TO
      *    THAT ADULT.  EVENTS ARE NEVER REWRITTEN.  RECORDED THROUGH
      *    UMCUST; GATEBORD WILL NOT BOARD A UM WITHOUT THE DROP-OFF.
      *****************************************************************
       01  UM-CUSTODY-RECORD.
           03 UMC-KEY.
              05 UMC-CUST-RES-ID          PIC X(11).
              05 UMC-EVENT-TYPE           PIC X(01).
                 88 UMC-DROP-OFF                  VALUE "D".
                 88 UMC-CREW-HANDOVER             VALUE "C".
                 88 UMC-ARRIVAL-HANDOVER          VALUE "A".
                 88 UMC-RELEASE                   VALUE "R".
           03 UMC-FLIGHT-ID               PIC X(07).
           03 UMC-EVENT-DATE              PIC 9(08).
           03 UMC-EVENT-TIME              PIC 9(04).
           03 UMC-OP-ID                   PIC X(05).
           03 UMC-PARTY-NAME              PIC X(30).
           03 UMC-ID-DOC                  PIC X(20).
           03 UMC-COLLECT-NAME            PIC X(30).
