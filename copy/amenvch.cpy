           03 AV-CAUSE                    PIC X(01).
              88 AV-CAUSE-DELAY                   VALUE "D".
              88 AV-CAUSE-CANCEL                  VALUE "C".
              88 AV-CAUSE-DIVERT                  VALUE "V".
           03 AV-FACE-VALUE               PIC 9(05)V99.
           03 AV-VENDOR                   PIC X(20).
           03 AV-ISSUE-DATE               PIC 9(08).
