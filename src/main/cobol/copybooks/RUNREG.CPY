      *            END TIMESTAMP, WHICH RUNREG STAMPS ITSELF WHEN THE
      *            REGISTRATION IS WRITTEN. TIMESTAMPS ARE
      *            YYYYMMDDHHMMSS AS FUNCTION CURRENT-DATE DELIVERS
      *            THEM. RR-STATUS-TEXT IS A SHORT FREE-TEXT REASON
      *            FOR A RUN THAT DID NOT END CLEANLY (A FEED HELD
      *            OUT, SAY) - LEFT BLANK BY A CALLER WITH NOTHING
      *            TO SAY.
      ******************************************************************
           05  RR-PROGRAM           PIC X(08).
           05  RR-START-STAMP       PIC X(14).
           05  RR-RECORDS-REJECTED  PIC 9(09).
           05  RR-AMOUNT-TOTAL      PIC S9(13)V9(4).
           05  RR-RETURN-CODE       PIC 9(04).
           05  RR-STATUS-TEXT       PIC X(40).
