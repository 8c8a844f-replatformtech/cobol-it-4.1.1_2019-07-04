              88 FM-ON-TIME                       VALUE "O" " ".
              88 FM-DELAYED                       VALUE "D".
              88 FM-CANCELLED                     VALUE "C".
              88 FM-DIVERTED                      VALUE "V".
           03 FM-NEW-DEP-TIME             PIC 9(04).
           03 FM-SCHED-DEP-TIME           PIC 9(04).
           03 FM-ACT-DEP-TIME             PIC 9(04).
