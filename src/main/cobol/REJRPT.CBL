           05  RJ-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  RJ-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  RJ-EXCEPTION-NUMBER   PIC 9(09).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
