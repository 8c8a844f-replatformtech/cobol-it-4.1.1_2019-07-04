              88 CP-POSTAL-OPTED-IN              VALUE "Y".
           03 CP-CONSENT-DATE            PIC 9(08).
           03 CP-LAST-USED-DATE          PIC 9(08).
      *    THE EMERGENCY CONTACT LAST GIVEN, OFFERED AT THE NEXT
      *    BOOKING OR CHECK-IN.
           03 CP-EMERG-NAME              PIC X(30).
           03 CP-EMERG-PHONE             PIC X(15).
