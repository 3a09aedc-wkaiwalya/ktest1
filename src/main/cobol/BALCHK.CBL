       01 CHECK-TRAILER-RECORD REDEFINES CHECK-INPUT-RECORD.
           05  CK-TRAILER-ID         PIC X(07).
           05  CK-TRAILER-COUNT      PIC 9(08).
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

      *    SEVEN FIXED LINES IN A FIXED ORDER, AS CONVERT AND CONVMERG
      *    WRITE THEM: RECORD COUNT, NET AMOUNT TOTAL, DEBIT COUNT,
      *    DEBIT MAGNITUDE, CREDIT COUNT, CREDIT MAGNITUDE, HELD
      *    COUNT. BALCHK CHECKS THE FIRST SIX - HELD RECORDS NEVER
      *    REACH THE OUTPUT, SO THERE IS NOTHING TO BALANCE THEM TO.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(20).

       01  WS-CLEAN-SWITCH          PIC X VALUE 'Y'.
           88  FILE-BALANCES        VALUE 'Y'.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    RUN (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
      *    TIMESTAMP IS CAPTURED IN 0500-INITIALIZE.
       01  RUN-REGISTRATION.
          COPY RUNREG.

       01  DSP-COUNT-PAIR.
           05  DSP-CP-LABEL             PIC X(22).
           05  FILLER                   PIC X(06) VALUE ' FILE '.
                   ' DOES NOT BALANCE TO ITS MANIFEST ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO RR-START-STAMP
           MOVE SPACES TO MANIFEST-FILENAME
           MOVE SPACES TO FILE-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

      *    REGISTER THE RUN IN THE RUN-REGISTRY MASTER - THE FILE
      *    CHECKED, ITS MANIFEST, AND THE FIGURES RECOMPUTED FROM THE
      *    FILE, WITH THE OUTCOME IN THE STATUS TEXT WHEN IT DID NOT
      *    BALANCE. RUNREG ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE 'BALCHK' TO RR-PROGRAM
           MOVE DATA-FILENAME TO RR-INPUT-FILENAME
           MOVE MANIFEST-FILENAME TO RR-OUTPUT-FILENAME
           MOVE SPACES TO RR-SOURCE-SYSTEM
           MOVE WS-RECORD-COUNT TO RR-RECORDS-READ
           MOVE ZERO TO RR-RECORDS-WRITTEN
           MOVE ZERO TO RR-RECORDS-REJECTED
           MOVE WS-NET-AMOUNT TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           IF  RETURN-CODE = 4
               MOVE 'DOES NOT BALANCE TO ITS MANIFEST'
                   TO RR-STATUS-TEXT
           ELSE
               MOVE SPACES TO RR-STATUS-TEXT
           END-IF
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'BALCHK: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
