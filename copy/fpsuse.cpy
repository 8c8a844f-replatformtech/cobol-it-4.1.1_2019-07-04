      *****************************************************************
      *    FPSUSE.CPY
      *    FLIGHT-PASS-USE-RECORD LAYOUT FOR THE "fpsuse" INDEXED
      *    FILE.  ONE RECORD PER RESERVATION PAID WITH A FLIGHT PASS
      *    (PAYMENT TYPE "PAS"), WRITTEN WHEN THE BOOKING SAVES: THE
      *    PASS IT DREW ON, ONE CREDIT PER SEGMENT, AND THE SHARE OF
      *    THE PASS PRICE THOSE CREDITS CARRY.  THE RESERVATION ITSELF
      *    COLLECTS NO FARE, SO RECOGEXT EARNS FPU-CREDIT-VALUE OUT OF
      *    DEFERRED PASS REVENUE WHEN THE TICKET FLIES.  CANCELLING
      *    THE RESERVATION PUTS THE CREDITS BACK ON THE PASS
      *    (FPU-RETURNED).
      *****************************************************************
       01  FLIGHT-PASS-USE-RECORD.
           03 FPU-CUST-RES-ID             PIC X(11).
           03 FPU-PASS-NO                 PIC X(08).
           03 FPU-CREDITS                 PIC 9(02).
           03 FPU-CREDIT-VALUE            PIC 9(07)V99.
           03 FPU-USE-DATE                PIC 9(08).
           03 FPU-STATUS                  PIC X(01).
              88 FPU-DRAWN                        VALUE "D".
              88 FPU-RETURNED                     VALUE "R".
