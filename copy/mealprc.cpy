      *****************************************************************
      *    MEALPRC.CPY
      *    MEAL-PRICE-RECORD LAYOUT FOR THE "mealprc" INDEXED FILE.
      *    THE CATERING CONTRACT PRICE LIST - ONE RECORD PER MEAL TYPE,
      *    KEYED ON THE SAME TEXT THE FOOD FIELD CARRIES ON THE
      *    RESERVATION (AND CATERRPT PRINTS ON THE ORDER SHEET), GIVING
      *    THE AGREED PRICE PER MEAL LOADED.  MAINTAINED THROUGH
      *    REFMAINT; CATRECON PRICES THE CATERER'S INVOICE FROM IT.
      *****************************************************************
       01  MEAL-PRICE-RECORD.
           03 MP-MEAL-TYPE                PIC X(15).
           03 MP-UNIT-PRICE               PIC 9(03)V99.
