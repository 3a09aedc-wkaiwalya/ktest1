       01 COMPARE-TRAILER-RECORD REDEFINES COMPARE-INPUT-RECORD.
           05  CT-TRAILER-ID         PIC X(07).
           05  CT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

      *    SAME DATA UNDER IDX-PREFIXED NAMES PLUS THE KEY, MATCHING
      *    THE INDEXED-OUTPUT-RECORD CONVERT BUILDS IN IDX MODE.
           05  IDX-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  IDX-SOURCE-SYSTEM     PIC X(04).
           05  IDX-CURRENCY-CODE     PIC X(03).
           05  IDX-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-INPUT-RECORD.
           05  IT-KEY.
               10  IT-STATE-CODE         PIC X(02).
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
