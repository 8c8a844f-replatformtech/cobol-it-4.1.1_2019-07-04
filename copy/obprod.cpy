      *****************************************************************
      *    OBPROD.CPY
      *    ONBOARD-PRODUCT-RECORD LAYOUT FOR THE "obprod" INDEXED FILE.
      *    THE BUY-ON-BOARD AND DUTY-FREE PRICE LIST - ONE RECORD PER
      *    ITEM CODE AS KEYED ON THE CREW HANDHELD.  DUTY-FREE ITEMS
      *    TRAVEL UNDER BOND AND ARE COUNTED PER TROLLEY SEAL ON
      *    "obstock"; FOOD AND DRINK ARE NOT.  MAINTAINED THROUGH
      *    REFMAINT; OBSALES VALIDATES THE HANDHELD UPLOAD AGAINST IT.
      *****************************************************************
       01  ONBOARD-PRODUCT-RECORD.
           03 OB-ITEM-CODE                PIC X(06).
           03 OB-DESCRIPTION              PIC X(20).
           03 OB-CATEGORY                 PIC X(01).
              88 OB-FOOD                          VALUE "F".
              88 OB-DRINK                         VALUE "D".
              88 OB-DUTY-FREE                     VALUE "T".
              88 OB-VALID-CATEGORY                VALUE "F" "D" "T".
           03 OB-UNIT-PRICE               PIC 9(04)V99.
