      *    DATE: 09/01/26
      *    PROGRAM: DSB-PERIOD-CHECK
      *    PURPOSE: SHARED ACCOUNTING-PERIOD CONTROL CHECK. THE
      *        CALLER PASSES ANY DATE (YYYYMMDD) AND GETS BACK "O",
      *        "C", OR "L" FOR THAT DATE'S PERIOD FROM THE CONTROL FILE
      *        (DSB-PERIOD-CTL.TXT, KEPT NEXT TO THE PROCESSING-DATE
      *        RECORD AND CLOSED THROUGH DSB-PERIOD-CLOSE). A PERIOD
      *        WITH NO CONTROL ROW - OR NO CONTROL FILE AT ALL - IS
      *        OPEN, SO THE SHOP CANNOT LOCK ITSELF OUT BEFORE THE
      *        FIRST CLOSE IS EVER KEYED. A PERIOD LOCKED BY THE
      *        FISCAL YEAR-END CLOSE COMES BACK "L", WHICH EVERY
      *        CALLER TREATS AS NOT OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.

