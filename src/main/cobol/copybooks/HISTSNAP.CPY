      ******************************************************************
      * COPYBOOK:  HISTSNAP
      * PURPOSE:   ONE RECORD OF THE MONTH-END SNAPSHOT FILE - A
      *            STATE'S CLOSING MONTH FIGURES, WRITTEN BY HISTRPT'S
      *            MONTH-END CLOSE FROM THE HISTORY MASTER'S MTD
      *            BUCKETS JUST BEFORE THEY ARE RESET, AND READ BY
      *            HISTTRND. KEYED BY STATE CODE AND YEAR-MONTH, SO
      *            THE FILE READS IN KEY ORDER AS EACH STATE'S MONTHS
      *            OLDEST FIRST. ONE RECORD PER STATE PER CLOSED
      *            MONTH; THE FILE IS PERMANENT AND ONLY GROWS.
      *            SNAP-NET-AMOUNT IS THE MONTH'S SIGNED TOTAL;
      *            SNAP-CR-AMOUNT IS THE CREDIT SIDE AS A POSITIVE
      *            MAGNITUDE, SO NET = DR AMOUNT - CR AMOUNT.
      *            SNAP-CLOSE-STAMP IS WHEN THE CLOSE RAN, YYYYMMDD
      *            HHMMSS.
      ******************************************************************
           05  SNAP-KEY.
               10  SNAP-STATE-CODE      PIC X(02).
               10  SNAP-YEAR-MONTH      PIC 9(06).
           05  SNAP-STATE-NAME          PIC X(30).
           05  SNAP-CLOSE-STAMP         PIC X(14).
           05  SNAP-RECORDS             PIC 9(09).
           05  SNAP-NET-AMOUNT          PIC S9(11)V9(4)
                                        SIGN LEADING SEPARATE.
           05  SNAP-DR-RECORDS          PIC 9(09).
           05  SNAP-DR-AMOUNT           PIC S9(11)V9(4)
                                        SIGN LEADING SEPARATE.
           05  SNAP-CR-RECORDS          PIC 9(09).
           05  SNAP-CR-AMOUNT           PIC S9(11)V9(4)
                                        SIGN LEADING SEPARATE.
