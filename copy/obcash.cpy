      *****************************************************************
      *    OBCASH.CPY
      *    ONBOARD-CASH-RECORD LAYOUT FOR THE "obcash" INDEXED FILE.
      *    ONE RECORD PER CREW MEMBER PER FLIGHT UPLOADED: THE CASH THE
      *    HANDHELD SAYS THEY TOOK, THE AMOUNT DECLARED ON THEIR SEALED
      *    CASH BAG, AND THE OVER/SHORT - THE ONBOARD COUNTERPART OF
      *    THE DRAWER SESSION ON "drawses".  WRITTEN BY OBSALES.
      *****************************************************************
       01  ONBOARD-CASH-RECORD.
           03 OBC-KEY.
              05 OBC-FLIGHT-ID            PIC X(07).
              05 OBC-CREW-EMP-NO          PIC X(06).
           03 OBC-EXPECTED-AMT            PIC 9(07)V99.
           03 OBC-DECLARED-AMT            PIC 9(07)V99.
           03 OBC-OVER-SHORT              PIC S9(05)V99.
           03 OBC-RECON-DATE              PIC 9(08).
           03 OBC-OP-ID                   PIC X(05).
