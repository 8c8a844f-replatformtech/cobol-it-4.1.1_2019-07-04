      *****************************************************************
      *    NAMEPAT.CPY
      *    NAME-PATTERN-RECORD LAYOUT FOR THE "namepat" INDEXED FILE.
      *    ONE RECORD PER PLACEHOLDER OR NONSENSE PASSENGER NAME THAT
      *    MARKS A SPECULATIVE BOOKING ("TEST", "TBA", "NONAME"...),
      *    MAINTAINED THROUGH REFMAINT AND READ BY THE RISWEEP
      *    REVENUE-INTEGRITY SWEEP.  THE PATTERN IS MATCHED AGAINST
      *    BOTH FIRST AND LAST NAME:
      *      E - THE WHOLE NAME EQUALS THE PATTERN
      *      P - THE NAME STARTS WITH THE PATTERN
      *      C - THE PATTERN APPEARS ANYWHERE IN THE NAME
      *****************************************************************
       01  NAME-PATTERN-RECORD.
           03 NP-PATTERN                  PIC X(20).
           03 NP-MATCH-TYPE               PIC X(01).
              88 NP-MATCH-EXACT                   VALUE "E".
              88 NP-MATCH-PREFIX                  VALUE "P".
              88 NP-MATCH-CONTAINS                VALUE "C".
              88 NP-MATCH-VALID                   VALUE "E" "P" "C".
           03 NP-DESCRIPTION              PIC X(30).
