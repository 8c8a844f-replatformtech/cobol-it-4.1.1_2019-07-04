      *****************************************************************
      *    CUSTLAYT.CPY
      *    THE CUSTOMER-RECORD LAYOUT VERSIONS (SEE CUST-LAYOUT-VERSION
      *    IN CUSTREC.CPY) WITH THE RECORD LENGTH OF EACH, OLDEST
      *    FIRST.  THE LAST ENTRY IS THE CURRENT LAYOUT.  A NEW LAYOUT
      *    IS A NEW ENTRY HERE, A NEW CUST-LAYOUT-CURRENT VALUE IN
      *    CUSTREC.CPY AND ITS DEFAULTS IN CUSTCONV.
      *****************************************************************
       01  CUST-LAYOUT-VALUES.
           03 FILLER                      PIC X(05) VALUE "01803".
           03 FILLER                      PIC X(05) VALUE "02809".
           03 FILLER                      PIC X(05) VALUE "03821".
           03 FILLER                      PIC X(05) VALUE "04823".
           03 FILLER                      PIC X(05) VALUE "05868".
           03 FILLER                      PIC X(05) VALUE "06876".
       01  CUST-LAYOUT-TABLE REDEFINES CUST-LAYOUT-VALUES.
           03 CUST-LAYOUT-ENTRY OCCURS 6 TIMES.
              05 CLT-VERSION              PIC 9(02).
              05 CLT-RECORD-LEN           PIC 9(03).
       01  CUST-LAYOUT-COUNT              PIC 9(02)   VALUE 6.
