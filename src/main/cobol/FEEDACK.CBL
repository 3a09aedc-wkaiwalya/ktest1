       01 ACK-TRAILER-RECORD REDEFINES ACK-INPUT-RECORD.
           05  AT-TRAILER-ID         PIC X(07).
           05  AT-TRAILER-COUNT      PIC 9(08).
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

      *    THE EXCEPTION RECORD EXACTLY AS CONVERT WRITES IT - THE
      *    SOURCE-SYSTEM STAMP TRAILS THE ORIGINAL RECORD.
           05  RJ-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  RJ-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  RJ-EXCEPTION-NUMBER   PIC 9(09).

      *    FEEDER LIST CONTROL FILE, EXACTLY AS CONVERT'S
      *    CONSOLIDATION MODE READS IT.
       01  WS-ACCEPTED-AMOUNT       PIC S9(11)V9(4) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(09) VALUE ZERO.

      *    THE WHOLE RUN'S FIGURES, ACROSS EVERY FEEDER, FOR THE RUN
      *    REGISTRY.
       01  WS-RUN-TOTALS.
           05  WS-RUN-ACCEPTED-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-RUN-ACCEPTED-AMOUNT   PIC S9(13)V9(4) VALUE ZERO.
           05  WS-RUN-REJECT-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-RUN-ACK-WRITTEN       PIC 9(09) VALUE ZERO.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    RUN (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
      *    TIMESTAMP IS CAPTURED IN 0500-INITIALIZE.
       01  RUN-REGISTRATION.
          COPY RUNREG.

      *    COMMA-FREE, WITH A FLOATING SIGN - THE HEADER IS A COMMA
      *    DELIMITED LINE, SO GROUPING COMMAS WOULD SPLIT THE AMOUNT
      *    COLUMN AND A FIXED LEADING SIGN WOULD LEAVE INTERNAL
                   UNTIL WS-FEEDER-SUB > WS-FEEDER-COUNT
               PERFORM 1000-ACKNOWLEDGE-ONE-FEEDER
           END-PERFORM
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO RR-START-STAMP
           MOVE SPACES TO ACK-DIR-PARM
           MOVE SPACES TO FILE-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
               ' ACCEPTED ' WS-ACCEPTED-COUNT
               ' REJECTED ' WS-REJECT-COUNT
               ' -> ' FUNCTION TRIM(WS-ACK-FILENAME)
           ADD WS-ACCEPTED-COUNT TO WS-RUN-ACCEPTED-COUNT
           ADD WS-ACCEPTED-AMOUNT TO WS-RUN-ACCEPTED-AMOUNT
           ADD WS-REJECT-COUNT TO WS-RUN-REJECT-COUNT
           .

       1050-TALLY-SEQUENTIAL-ACCEPTED.
               MOVE WS-ACK-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           ADD 1 TO WS-RUN-ACK-WRITTEN
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

      *    REGISTER THE RUN IN THE RUN-REGISTRY MASTER - THE DAY'S
      *    OUTPUT AS THE INPUT, THE ACKNOWLEDGMENT DIRECTORY AS THE
      *    OUTPUT, AND THE ACCEPTED AND REJECTED FIGURES SUMMED OVER
      *    THE FEEDERS ACKNOWLEDGED SO FAR. RUNREG ITSELF NEVER FAILS
      *    THE RUN.
       9960-REGISTER-RUN.
           MOVE 'FEEDACK' TO RR-PROGRAM
           MOVE OUTPUT-FILENAME TO RR-INPUT-FILENAME
           MOVE WS-ACK-DIR TO RR-OUTPUT-FILENAME
           MOVE SPACES TO RR-SOURCE-SYSTEM
           COMPUTE RR-RECORDS-READ = WS-RUN-ACCEPTED-COUNT
                                   + WS-RUN-REJECT-COUNT
           MOVE WS-RUN-ACK-WRITTEN TO RR-RECORDS-WRITTEN
           MOVE WS-RUN-REJECT-COUNT TO RR-RECORDS-REJECTED
           MOVE WS-RUN-ACCEPTED-AMOUNT TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           MOVE SPACES TO RR-STATUS-TEXT
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'FEEDACK: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
