      *    ARE CONSOLIDATED INTO ONE OUTPUT FILE. SPACES WHEN THE RUN
      *    WAS NOT GIVEN A SOURCE-SYSTEM CODE.
           05  SOURCE-SYSTEM-OUT    PIC X(04).
      *    THE AMOUNT AS THE FEEDER SENT IT, IN THE CURRENCY IT SENT
      *    IT IN. DECIMAL-OUT-1 ABOVE IS ALWAYS THE REPORTING-CURRENCY
      *    AMOUNT, CONVERTED AT THE BUSINESS DATE'S EXCHANGE RATE, AND
      *    IS WHAT EVERY TOTAL DOWNSTREAM ADDS UP. A RECORD WRITTEN
      *    BEFORE THESE FIELDS EXISTED READS BACK WITH THE CURRENCY
      *    CODE BLANK - IT WAS IN THE REPORTING CURRENCY, AND ITS
      *    ORIGINAL AMOUNT IS DECIMAL-OUT-1.
           05  CURRENCY-CODE-OUT    PIC X(03).
           05  ORIGINAL-AMOUNT-OUT  PIC S9(7)V9(4)
                                    SIGN LEADING SEPARATE.
