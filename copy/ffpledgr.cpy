      *****************************************************************
      *    FFPLEDGR.CPY
      *    FFP-LEDGER-RECORD LAYOUT FOR THE "ffpledgr" INDEXED FILE.
      *    ONE RECORD PER MILEAGE MOVEMENT ON A MEMBER'S BALANCE,
      *    KEYED BY THE FFPMEM NAME/DOB KEY PLUS POSTING DATE AND TIME
      *    SO A START ON THE MEMBER READS THEIR ACTIVITY IN ORDER.
      *    FL-SEQ ONLY BREAKS A TIE WHEN TWO MOVEMENTS POST IN THE
      *    SAME HUNDREDTH OF A SECOND.  FL-MILES IS SIGNED (DEBITS
      *    NEGATIVE) AND FL-BALANCE-AFTER IS FFP-MILES AS REWRITTEN,
      *    SO THE ROWS FOR A MEMBER SUM TO THEIR FFPMEM BALANCE.
      *    FL-SOURCE-REF IS THE RESERVATION, TICKET, CLAIM, APPROVAL
      *    OR PARTNER REFERENCE THE MOVEMENT CAME FROM.  POSTED
      *    THROUGH FFPLPOST; FFPLEDCK ALONE WRITES THE ONE-TIME
      *    OPENING-BALANCE ROW FOR A MEMBER WHO PREDATES THE LEDGER.
      *****************************************************************
       01  FFP-LEDGER-RECORD.
           03 FL-KEY.
              05 FL-NAME-KEY              PIC X(68).
              05 FL-POST-DATE             PIC 9(08).
              05 FL-POST-TIME             PIC 9(08).
              05 FL-SEQ                   PIC 9(02).
           03 FL-FFP-NO                   PIC X(09).
           03 FL-TXN-TYPE                 PIC X(02).
              88 FL-FLOWN-ACCRUAL                 VALUE "AC".
              88 FL-AWARD-REDEMPTION              VALUE "RD".
              88 FL-MILES-UPGRADE                 VALUE "UP".
              88 FL-CLAIM-CREDIT                  VALUE "CL".
              88 FL-MANUAL-ADJUSTMENT             VALUE "AD".
              88 FL-EXPIRY                        VALUE "EX".
              88 FL-PARTNER-CREDIT                VALUE "PC".
              88 FL-REVERSAL                      VALUE "RV".
              88 FL-MERGE-TRANSFER                VALUE "MG".
              88 FL-POOL-DRAW                     VALUE "PD".
              88 FL-OPENING-BALANCE               VALUE "OB".
           03 FL-MILES                    PIC S9(07).
           03 FL-BALANCE-AFTER            PIC 9(07).
           03 FL-SOURCE-REF               PIC X(13).
           03 FL-OP-ID                    PIC X(05).
