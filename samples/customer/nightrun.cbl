       01  WS-RUN-DATE-NUM                PIC 9(08)   VALUE 0.
       01  STEP-IDX                       PIC 9(02)   VALUE 0.
       01  DEP-IDX                        PIC 9(02)   VALUE 0.
       01  STEP-COUNT                     PIC 9(02)   VALUE 21.
      *    THE DEFINED NIGHTLY STREAM.  DEPENDS-ON 0 = NO PREREQ.
       01  STEP-DEFINITIONS.
           03 FILLER                      PIC X(10) VALUE "CUSTCLSE00".
           03 FILLER                      PIC X(10) VALUE "WLRELEAS01".
           03 FILLER                      PIC X(10) VALUE "HLDSWEEP01".
      *    INSTALLMENTS TAKEN TONIGHT MUST REACH THE SETTLEMENT BATCH
      *    AND THE GENERAL LEDGER, SO INSTCOLL RUNS AHEAD OF BOTH.
           03 FILLER                      PIC X(10) VALUE "INSTCOLL01".
           03 FILLER                      PIC X(10) VALUE "SETLBAT 04".
           03 FILLER                      PIC X(10) VALUE "GLEXTR  04".
           03 FILLER                      PIC X(10) VALUE "RECOGEXT06".
           03 FILLER                      PIC X(10) VALUE "INTAUDIT06".
           03 FILLER                      PIC X(10) VALUE "CUSTBKUP08".
           03 FILLER                      PIC X(10) VALUE "CUSTPRG 09".
           03 FILLER                      PIC X(10) VALUE "EODRPT  01".
           03 FILLER                      PIC X(10) VALUE "CRWLEGAL01".
           03 FILLER                      PIC X(10) VALUE "ACHOURS 01".
           03 FILLER                      PIC X(10) VALUE "ACDUERPT13".
           03 FILLER                      PIC X(10) VALUE "COMPCLM 01".
           03 FILLER                      PIC X(10) VALUE "SURVINV 01".
           03 FILLER                      PIC X(10) VALUE "FFPLEDCK00".
           03 FILLER                      PIC X(10) VALUE "TIEOUT  06".
           03 FILLER                      PIC X(10) VALUE "RISWEEP 03".
           03 FILLER                      PIC X(10) VALUE "RPTPURGE00".
           03 FILLER                      PIC X(10) VALUE "FILEMON 00".
       01  STEP-TABLE REDEFINES STEP-DEFINITIONS.
           03 STEP-ENTRY OCCURS 21 TIMES.
              05 ST-PROGRAM               PIC X(08).
              05 ST-DEPENDS-ON            PIC 9(02).
       01  STEP-STATUS-TABLE.
           03 ST-STATUS OCCURS 21 TIMES   PIC X(01).
       01  STREAM-HALT-SWITCH             PIC 9       VALUE 0.
           88 STREAM-HALTED                           VALUE 1.
           88 STREAM-RUNNING                          VALUE 0.
