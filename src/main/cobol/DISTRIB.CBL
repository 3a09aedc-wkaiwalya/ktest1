      *                output-filename format code [code ...]
      *            FORMAT is FIX (the fixed layout of OUTPUT.CPY) or
      *            DEL (comma delimited: TEXT1,STATE,TEXT2,AMOUNT,
      *            SOURCE, the amount in the reporting currency). A
      *            two-character code selects a state; a longer code
      *            selects a source system; '*' selects every record.
      *            A record can match more than one destination and
      *            is written to each.
      *
      *            EVERY EXTRACT ENDS WITH ITS OWN TRAILER CARRYING
      *            ITS OWN RECORD COUNT (FIX: THE STANDARD TRAILER
      *            REPORT (INPUT-FILENAME.DST) BREAKS RECORDS AND
      *            AMOUNT OUT PER DESTINATION SO EACH CUT BALANCES
      *            AGAINST THE NIGHT'S TOTALS.
      *
      *            A ROUTING LOG (INPUT-FILENAME.DSL) RECORDS EVERY
      *            RECORD-TO-DESTINATION WRITE: THE RECORD'S POSITION
      *            ON THE INPUT (AND IDX-KEY IN IDX MODE), THE
      *            DESTINATION'S NUMBER, FORMAT AND FILENAME, THE
      *            RECORD'S NUMBER WITHIN THAT EXTRACT AND THE RUN'S
      *            START TIMESTAMP - SO RECTRACE CAN SAY WHICH
      *            CONSUMERS RECEIVED A QUESTIONED RECORD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.
           FILE STATUS IS WS-DIST-LIST-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ROUTING-LOG-FILE ASSIGN TO WS-ROUTING-LOG-FILENAME
           FILE STATUS IS WS-ROUTING-LOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
       01 DISTRIB-TRAILER-RECORD REDEFINES DISTRIB-INPUT-RECORD.
           05  DT-TRAILER-ID         PIC X(07).
           05  DT-TRAILER-COUNT      PIC 9(08).
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

      *    DISTRIBUTION LIST CONTROL FILE - ONE LINE PER DESTINATION:
      *    OUTPUT-FILENAME, FORMAT (FIX OR DEL), AND THE STATE OR
       FD DIST-LIST-FILE.
       01 DIST-LIST-RECORD PIC X(260).

      *    ONE LINE PER RECORD PER DESTINATION IT WAS WRITTEN TO.
      *    RL-OUTPUT-POSITION IS THE RECORD'S PLACE AMONG THE INPUT'S
      *    DATA RECORDS, 1 UP, AS THE LINEAGE FILE NUMBERS IT (SEE
      *    LINEAGE.CPY); RL-EXTRACT-RECORD ITS PLACE IN THE EXTRACT.
      *    RECTRACE READS THIS LAYOUT BACK - KEEP THE TWO IN STEP.
       FD ROUTING-LOG-FILE.
       01 ROUTING-LOG-RECORD.
           05  RL-OUTPUT-POSITION    PIC 9(09).
           05  FILLER                PIC X(01).
           05  RL-OUTPUT-KEY         PIC X(09).
           05  FILLER                PIC X(01).
           05  RL-DEST-NUMBER        PIC 9(02).
           05  FILLER                PIC X(01).
           05  RL-DEST-FORMAT        PIC X(03).
           05  FILLER                PIC X(01).
           05  RL-EXTRACT-RECORD     PIC 9(09).
           05  FILLER                PIC X(01).
           05  RL-RUN-STAMP          PIC X(14).
           05  FILLER                PIC X(01).
           05  RL-DEST-FILENAME      PIC X(120).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).

       FD DEST1-FILE.
       01 DEST1-RECORD PIC X(99).
       FD DEST2-FILE.
       01 DEST2-RECORD PIC X(99).
       FD DEST3-FILE.
       01 DEST3-RECORD PIC X(99).
       FD DEST4-FILE.
       01 DEST4-RECORD PIC X(99).
       FD DEST5-FILE.
       01 DEST5-RECORD PIC X(99).
       FD DEST6-FILE.
       01 DEST6-RECORD PIC X(99).
       FD DEST7-FILE.
       01 DEST7-RECORD PIC X(99).
       FD DEST8-FILE.
       01 DEST8-RECORD PIC X(99).

       WORKING-STORAGE SECTION.

           88  INDEXED-FILE-MODE    VALUE 'IDX'.

       01  WS-CONTROL-FILENAME   PIC X(124).
       01  WS-ROUTING-LOG-FILENAME PIC X(124).
       01  WS-RUN-STAMP          PIC X(14).

      *    THE TABLE IS THE WORKING VIEW; THE REDEFINED STANDALONE
      *    FIELDS ARE WHAT THE SELECTS ASSIGN TO, AS IN FEEDSPLT.
           05  WS-DIST-LIST-FILE-STATUS PIC X(02).
           05  WS-CONTROL-REPORT-FILE-STATUS PIC X(02).
           05  WS-DEST-FILE-STATUS      PIC X(02).
           05  WS-ROUTING-LOG-FILE-STATUS PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-RECORDS-READ          PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(09) VALUE ZERO.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    RUN (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
      *    TIMESTAMP IS THE RUN STAMP CAPTURED IN 0500-INITIALIZE.
       01  RUN-REGISTRATION.
          COPY RUNREG.

      *    PARSE FIELDS FOR ONE DISTRIBUTION LIST LINE - THE FILENAME
      *    AND FORMAT COME OFF FIRST, THEN THE CODES ONE AT A TIME
       01  WS-CURRENT-TEXT-2        PIC X(24).
       01  WS-CURRENT-AMOUNT        PIC S9(7)V9(4).
       01  WS-CURRENT-SOURCE        PIC X(04).
       01  WS-CURRENT-CURRENCY      PIC X(03).
       01  WS-CURRENT-ORIGINAL      PIC S9(7)V9(4).
      *    WHERE THE RECORD SITS ON THE INPUT, FOR THE ROUTING LOG -
      *    SEQ INPUT IS READ IN POSITION ORDER, IDX INPUT IN KEY
      *    ORDER, WHERE THE SEQUENCE NUMBER IS THE POSITION.
       01  WS-CURRENT-POSITION      PIC 9(09).
       01  WS-CURRENT-KEY           PIC X(09).

       01  WS-MATCH-SWITCH          PIC X VALUE 'N'.
           88  DEST-MATCHES         VALUE 'Y'.
           05  DST-AMOUNT           PIC S9(7)V9(4)
                                    SIGN LEADING SEPARATE.
           05  DST-SOURCE-SYSTEM    PIC X(04).
           05  DST-CURRENCY-CODE    PIC X(03).
           05  DST-ORIGINAL-AMOUNT  PIC S9(7)V9(4)
                                    SIGN LEADING SEPARATE.

       01  WS-DEST-RECORD           PIC X(99).
      *    FLOATING SIGN, SO A TRIMMED CREDIT AMOUNT COMES OUT AS
      *    -5.0000 WITH NO INTERNAL SPACES FOR THE CONSUMER'S LOADER
      *    TO TRIP OVER.
       01  TRAILER-RECORD.
           05  TRAILER-ID               PIC X(07) VALUE 'TRAILER'.
           05  TRAILER-RECORD-COUNT     PIC 9(08).
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  CR-COUNT-LINE.
           05  CR-COUNT-LABEL           PIC X(40).
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               PERFORM 0700-OPEN-ONE-DESTINATION
           END-PERFORM
           PERFORM 0750-OPEN-ROUTING-LOG
           IF  INDEXED-FILE-MODE
               PERFORM 1100-PROCESS-INDEXED-INPUT
           ELSE
               PERFORM 3500-WRITE-ONE-TRAILER
               PERFORM 0800-CLOSE-ONE-DESTINATION
           END-PERFORM
           CLOSE ROUTING-LOG-FILE
           PERFORM 9800-WRITE-CONTROL-REPORT
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO RR-START-STAMP
           MOVE SPACES TO FILE-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
                  '.DST' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           END-STRING

           STRING FUNCTION TRIM(INPUT-FILENAME) DELIMITED BY SIZE
                  '.DSL' DELIMITED BY SIZE
               INTO WS-ROUTING-LOG-FILENAME
           END-STRING
           .

      *    LOADS THE DISTRIBUTION LIST CONTROL FILE. LIKE THE OTHER
           END-IF
           .

       0750-OPEN-ROUTING-LOG.
           OPEN OUTPUT ROUTING-LOG-FILE
           IF  WS-ROUTING-LOG-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-ROUTING-LOG-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-ROUTING-LOG-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

       0800-CLOSE-ONE-DESTINATION.
           EVALUATE WS-DEST-SUB
               WHEN 1 CLOSE DEST1-FILE
                           MOVE TEXT-OUT-2     TO WS-CURRENT-TEXT-2
                           MOVE DECIMAL-OUT-1  TO WS-CURRENT-AMOUNT
                           MOVE SOURCE-SYSTEM-OUT TO WS-CURRENT-SOURCE
                           MOVE CURRENCY-CODE-OUT TO WS-CURRENT-CURRENCY
                           COMPUTE WS-CURRENT-POSITION =
                               WS-RECORDS-READ + 1
                           MOVE SPACES TO WS-CURRENT-KEY
      *                    A LINE WRITTEN BEFORE RECORDS CARRIED THEIR
      *                    CURRENCY HAS NO ORIGINAL AMOUNT - IT WAS IN
      *                    THE REPORTING CURRENCY ALL ALONG.
                           IF  CURRENCY-CODE-OUT = SPACES
                               MOVE DECIMAL-OUT-1
                                   TO WS-CURRENT-ORIGINAL
                           ELSE
                               MOVE ORIGINAL-AMOUNT-OUT
                                   TO WS-CURRENT-ORIGINAL
                           END-IF
                           PERFORM 2000-ROUTE-ONE-RECORD
                       END-IF
               END-READ
                           MOVE IDX-TEXT-2     TO WS-CURRENT-TEXT-2
                           MOVE IDX-AMOUNT     TO WS-CURRENT-AMOUNT
                           MOVE IDX-SOURCE-SYSTEM TO WS-CURRENT-SOURCE
                           MOVE IDX-CURRENCY-CODE TO WS-CURRENT-CURRENCY
                           MOVE IDX-ORIGINAL-AMOUNT
                               TO WS-CURRENT-ORIGINAL
                           MOVE IDX-SEQUENCE-NUMBER
                               TO WS-CURRENT-POSITION
                           MOVE IDX-KEY TO WS-CURRENT-KEY
                           PERFORM 2000-ROUTE-ONE-RECORD
                       END-IF
               END-READ
                   ADD 1 TO WS-DEST-WRITTEN (WS-DEST-SUB)
                   ADD WS-CURRENT-AMOUNT
                       TO WS-DEST-AMOUNT (WS-DEST-SUB)
                   PERFORM 2600-WRITE-ROUTING-LOG
               END-IF
           END-PERFORM
           .
           MOVE WS-CURRENT-TEXT-2     TO DST-TEXT-2
           MOVE WS-CURRENT-AMOUNT     TO DST-AMOUNT
           MOVE WS-CURRENT-SOURCE     TO DST-SOURCE-SYSTEM
           MOVE WS-CURRENT-CURRENCY   TO DST-CURRENCY-CODE
           MOVE WS-CURRENT-ORIGINAL   TO DST-ORIGINAL-AMOUNT
           MOVE WS-FIXED-RECORD TO WS-DEST-RECORD
           .

           END-IF
           .

       2600-WRITE-ROUTING-LOG.
           MOVE SPACES TO ROUTING-LOG-RECORD
           MOVE WS-CURRENT-POSITION TO RL-OUTPUT-POSITION
           MOVE WS-CURRENT-KEY TO RL-OUTPUT-KEY
           MOVE WS-DEST-SUB TO RL-DEST-NUMBER
           MOVE WS-DEST-FORMAT (WS-DEST-SUB) TO RL-DEST-FORMAT
           MOVE WS-DEST-WRITTEN (WS-DEST-SUB) TO RL-EXTRACT-RECORD
           MOVE WS-RUN-STAMP TO RL-RUN-STAMP
           MOVE WS-DEST-FILENAME (WS-DEST-SUB) TO RL-DEST-FILENAME
           WRITE ROUTING-LOG-RECORD
           IF  WS-ROUTING-LOG-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-ROUTING-LOG-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-ROUTING-LOG-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    EVERY EXTRACT CARRIES ITS OWN TRAILER WITH ITS OWN RECORD
      *    COUNT SO EACH DESTINATION CROSS-FOOTS ITS CUT ON ARRIVAL,
      *    EXACTLY AS DOWNSTREAM ALREADY DOES WITH THE FULL FILE.
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

      *    REGISTER THE RUN IN THE RUN-REGISTRY MASTER - THE INPUT
      *    READ, THE EXTRACT RECORDS WRITTEN ACROSS ALL DESTINATIONS
      *    (A RECORD CUT TO TWO DESTINATIONS COUNTS TWICE, AS ON THE
      *    CONTROL REPORT), AND THE CONTROL REPORT AS THE OUTPUT OF
      *    RECORD. RUNREG ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE ZERO TO WS-RECORDS-WRITTEN
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               ADD WS-DEST-WRITTEN (WS-DEST-SUB) TO WS-RECORDS-WRITTEN
           END-PERFORM
           MOVE 'DISTRIB' TO RR-PROGRAM
           MOVE INPUT-FILENAME TO RR-INPUT-FILENAME
           MOVE WS-CONTROL-FILENAME TO RR-OUTPUT-FILENAME
           MOVE SPACES TO RR-SOURCE-SYSTEM
           MOVE WS-RECORDS-READ TO RR-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RR-RECORDS-WRITTEN
           MOVE ZERO TO RR-RECORDS-REJECTED
           MOVE ZERO TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           MOVE SPACES TO RR-STATUS-TEXT
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'DISTRIB: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
