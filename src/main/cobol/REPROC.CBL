      *
      * USAGE:     REPROC REJ-FILENAME OUTPUT-FILENAME
      *                [LAYOUT-FILENAME [OUTPUT-MODE [SOURCE-SYSTEM
      *                [RULES-FILENAME [EXQUEUE-FILENAME
      *                BUSINESS-DATE [RATES-FILENAME [CURRENCY
      *                [SUSPENSE-RULES-FILENAME]]]]]]]]
      *
      *            REJ-FILENAME is the corrected copy of the exception
      *            file. OUTPUT-FILENAME is the day's output file the
      *            WRITTEN WITH SEQUENCE NUMBERS CONTINUING FROM THE
      *            TRAILER COUNT AND THE TRAILER IS REWRITTEN.
      *
      *            THE OUTPUT'S LINEAGE FILE (OUTPUT-FILENAME.LIN, SEE
      *            CONVERT) IS CARRIED ALONG THE SAME WAY - IN SEQ
      *            MODE COPIED TO OUTPUT-FILENAME.NEW.LIN FOR THE
      *            WRAPPER TO MOVE INTO PLACE WITH THE COMBINED FILE,
      *            IN IDX MODE EXTENDED IN PLACE. EACH REPAIRED RECORD
      *            ADDS AN ENTRY NAMING THE CORRECTED EXCEPTION FILE,
      *            ITS LINE THERE AND THE EXCEPTION NUMBER REPAIRED.
      *
      *            RATES-FILENAME AND CURRENCY ARE CONVERT'S EXCHANGE
      *            RATE FILE AND FEED CURRENCY, AND MUST ALSO MATCH THE
      *            ORIGINAL RUN - A REPAIRED RECORD IS CONVERTED AT THE
      *            RATES FOR BUSINESS-DATE (TODAY WHEN NONE IS GIVEN),
      *            AS THE NIGHTLY RUN CONVERTED ITS NEIGHBOURS. CODE
      *            "" FOR AN ARGUMENT NOT USED AHEAD OF ONE THAT IS.
      *
      *            THE CONTROL REPORT (REJ-FILENAME.CTL) SHOWS THE
      *            PRIOR AND COMBINED OUTPUT COUNTS SO THE RUN
      *            RECONCILES AGAINST THE ORIGINAL CONVERT REPORT.
      *            STILL-FAILING RECORDS LAND IN REJ-FILENAME.REJ.
      *
      *            EXQUEUE-FILENAME NAMES THE EXCEPTION WORK-QUEUE
      *            MASTER (SEE EXQUEUE) AND BUSINESS-DATE THE DAY THE
      *            EXCEPTION FILE BELONGS TO. WHEN GIVEN, EVERY
      *            RECORD THAT NOW PASSES CLOSES ITS QUEUE ENTRY AS
      *            REPAIRED - FOUND BY THE EXCEPTION NUMBER CONVERT
      *            STAMPED ON THE LINE, WHICH A CORRECTION LEAVES
      *            ALONE. A STILL-FAILING RECORD KEEPS ITS NUMBER ON
      *            REJ-FILENAME.REJ, SO A LATER ROUND STILL CLOSES
      *            IT. THE QUEUE IS LEFT UNTOUCHED WHEN THE PRIOR
      *            OUTPUT'S TRAILER IS TORN, SINCE THE COMBINED FILE
      *            IS THEN NOT RELEASED.
      *
      *            SUSPENSE-RULES-FILENAME IS CONVERT'S SUSPENSE RULES
      *            CONTROL FILE AND MUST MATCH THE ORIGINAL RUN. A
      *            REPAIRED RECORD THAT TRIPS ONE OF ITS LIMITS IS
      *            HELD EXACTLY AS THE NIGHTLY RUN WOULD HAVE HELD IT -
      *            NOT APPENDED TO THE OUTPUT BUT ADDED TO THE DAY'S
      *            SUSPENSE FILE OUTPUT-FILENAME.SUS UNDER THE SH01-
      *            SH03 HOLD CODES, NUMBERED ON FROM THE FILE'S
      *            HIGHEST HOLD NUMBER, FOR SUSREL TO RELEASE OR
      *            DECLINE. ITS QUEUE ENTRY IS CLOSED AS REPAIRED, THE
      *            RECORD NO LONGER BEING AN EXCEPTION. LIKE THE QUEUE,
      *            THE SUSPENSE FILE IS LEFT UNTOUCHED WHEN THE PRIOR
      *            OUTPUT'S TRAILER IS TORN - THE HOLDS ARE COUNTED
      *            AND MADE AGAIN WHEN THE RUN IS REPEATED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROC.
           RECORD KEY IS IDX-KEY
           FILE STATUS IS WS-INDEXED-OUTPUT-FILE-STATUS.

      *    THE ORIGINAL RUN'S LINEAGE, READ FOR THE SEQ-MODE COPY, AND
      *    THE LINEAGE WRITTEN ALONGSIDE THE COMBINED OUTPUT - THE
      *    .NEW.LIN COPY IN SEQ MODE, THE ORIGINAL ITSELF IN IDX MODE.
       SELECT PRIOR-LINEAGE-FILE ASSIGN TO WS-PRIOR-LINEAGE-FILENAME
           FILE STATUS IS WS-PRIOR-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LINEAGE-FILE ASSIGN TO WS-LINEAGE-FILENAME
           FILE STATUS IS WS-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           FILE STATUS IS WS-RULES-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RATES-FILE ASSIGN TO RATES-FILENAME
           FILE STATUS IS WS-RATES-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUSPENSE-RULES-FILE ASSIGN TO SUSPENSE-RULES-FILENAME
           FILE STATUS IS WS-SUSPENSE-RULES-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    THE DAY'S SUSPENSE FILE CONVERT STARTED - SCANNED FOR ITS
      *    HIGHEST HOLD NUMBER, THEN EXTENDED WITH THIS RUN'S HOLDS.
       SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILENAME
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXQUEUE-FILE ASSIGN TO EXQUEUE-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXQ-KEY
           FILE STATUS IS WS-EXQUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  RJ-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  RJ-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  RJ-EXCEPTION-NUMBER   PIC 9(09).

       FD PRIOR-OUTPUT-FILE.
       01 PRIOR-OUTPUT-RECORD PIC X(99).
       01 PRIOR-TRAILER-RECORD REDEFINES PRIOR-OUTPUT-RECORD.
           05  PT-TRAILER-ID         PIC X(07).
           05  PT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

       FD NEW-OUTPUT-FILE.
       01 NEW-OUTPUT-RECORD PIC X(99).
       01 OUTPUT-RECORD.
          COPY OUTPUT.

           05  IDX-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  IDX-SOURCE-SYSTEM     PIC X(04).
           05  IDX-CURRENCY-CODE     PIC X(03).
           05  IDX-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
      *    TRAILER PSEUDO-RECORD - KEY 'ZZ9999999' SORTS AFTER EVERY
      *    REAL STATE CODE SO IT LANDS LAST IN KEY SEQUENCE.
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-OUTPUT-RECORD.
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

       FD PRIOR-LINEAGE-FILE.
       01 PRIOR-LINEAGE-RECORD PIC X(202).

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          COPY LINEAGE.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).
           05  EX-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  EX-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  EX-EXCEPTION-NUMBER   PIC 9(09).

      *    LAYOUT-FILE DESCRIBES WHICH COMMA-DELIMITED INPUT COLUMN
      *    HOLDS EACH LOGICAL FIELD, EXACTLY AS CONVERT LOADS IT IN
       FD RULES-FILE.
       01 RULES-RECORD PIC X(40).

      *    EXCHANGE RATE FILE, EXACTLY AS CONVERT LOADS IT - SEE THE
      *    COMMENTARY THERE AND DEFAULT.FXR.
       FD RATES-FILE.
       01 RATES-RECORD PIC X(40).

      *    SUSPENSE RULES CONTROL FILE, EXACTLY AS CONVERT LOADS IT -
      *    SEE THE COMMENTARY THERE AND DEFAULT.SRL.
       FD SUSPENSE-RULES-FILE.
       01 SUSPENSE-RULES-RECORD PIC X(40).

      *    CONVERT'S SUSPENSE RECORD - SEE THE COMMENTARY THERE. A
      *    HOLD MADE HERE NAMES THE LINE OF THE CORRECTED EXCEPTION
      *    FILE IT WAS REPAIRED FROM, AS ITS LINEAGE ENTRY WOULD.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05  SU-HOLD-NUMBER        PIC 9(09).
           05  FILLER                PIC X(01).
           05  SU-HOLD-CODE          PIC X(04).
           05  FILLER                PIC X(01).
           05  SU-HOLD-TEXT          PIC X(30).
           05  FILLER                PIC X(01).
           05  SU-STATUS             PIC X(01).
           05  FILLER                PIC X(01).
           05  SU-DECIDED-STAMP      PIC X(14).
           05  FILLER                PIC X(01).
           05  SU-OPERATOR-ID        PIC X(08).
           05  FILLER                PIC X(01).
           05  SU-OUTPUT-IMAGE       PIC X(99).
           05  FILLER                PIC X(01).
           05  SU-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  SU-CHUNK-NUMBER       PIC 9(02).
           05  FILLER                PIC X(01).
           05  SU-INPUT-LINE         PIC 9(09).
           05  FILLER                PIC X(01).
           05  SU-INPUT-FILENAME     PIC X(120).

      *    THE EXCEPTION WORK-QUEUE MASTER RECORD, EXACTLY AS EXQUEUE
      *    KEEPS IT - ONE ENTRY PER REJECT, KEYED BY BUSINESS DATE AND
      *    EXCEPTION NUMBER.
       FD EXQUEUE-FILE.
       01 EXQUEUE-RECORD.
           05  EXQ-KEY.
               10  EXQ-BUSINESS-DATE     PIC 9(08).
               10  EXQ-EXCEPTION-NUMBER  PIC 9(09).
           05  EXQ-SOURCE-SYSTEM     PIC X(04).
           05  EXQ-REASON-CODE       PIC X(04).
           05  EXQ-REASON-TEXT       PIC X(30).
           05  EXQ-ORIGINAL-RECORD   PIC X(200).
           05  EXQ-STATUS            PIC X(01).
               88  EXQ-OPEN              VALUE 'O'.
               88  EXQ-REPAIRED          VALUE 'R'.
               88  EXQ-RESENT            VALUE 'S'.
               88  EXQ-WRITTEN-OFF       VALUE 'W'.
           05  EXQ-LOADED-STAMP      PIC X(14).
           05  EXQ-RESOLVED-STAMP    PIC X(14).
           05  EXQ-OPERATOR-ID       PIC X(08).
           05  EXQ-RESOLUTION-NOTE   PIC X(60).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           05  OUTPUT-MODE-PARM PIC X(03).
           05  SOURCE-SYSTEM-PARM PIC X(04).
           05  RULES-FILENAME   PIC X(120).
           05  EXQUEUE-FILENAME PIC X(120).
           05  BUSINESS-DATE-PARM PIC X(08).
           05  RATES-FILENAME   PIC X(120).
           05  CURRENCY-PARM    PIC X(10).
           05  SUSPENSE-RULES-FILENAME PIC X(120).

       01  WS-OUTPUT-MODE           PIC X(03) VALUE 'SEQ'.
           88  INDEXED-OUTPUT-MODE  VALUE 'IDX'.
       01  WS-STATE-ALLOWED-SWITCH  PIC X VALUE 'N'.
           88  STATE-IS-ALLOWED     VALUE 'Y'.

      *    SUSPENSE HOLD LIMITS, AS CONVERT HOLDS THEM - SEE THE
      *    COMMENTARY THERE. THE LOADED SWITCH GATES 2090-CHECK-
      *    SUSPENSE-RULES SO A RUN WITHOUT A SUSPENSE RULES FILE
      *    HOLDS NOTHING.
       01  WS-SUSPENSE-RULES-SWITCH PIC X VALUE 'N'.
           88  SUSPENSE-RULES-LOADED VALUE 'Y'.
       01  WS-SUSPENSE-CREDIT-LIMIT PIC 9(7)V9(4) VALUE ZERO.
       01  WS-MAX-SUSPENSE-LIMITS   PIC 9(02) VALUE 60.
       01  WS-SUSPENSE-LIMIT-COUNT  PIC 9(02) VALUE ZERO.
       01  WS-SUSPENSE-LIMIT-SUB    PIC 9(02) VALUE ZERO.
       01  WS-SUSPENSE-LIMIT-TABLE.
           05  WS-SUSPENSE-LIMIT-ENTRY OCCURS 60 TIMES.
               10  WS-SUSPENSE-LIMIT-TYPE   PIC X(01).
                   88  STATE-SUSPENSE-LIMIT  VALUE 'S'.
                   88  SOURCE-SUSPENSE-LIMIT VALUE 'F'.
               10  WS-SUSPENSE-LIMIT-CODE   PIC X(04).
               10  WS-SUSPENSE-LIMIT-AMOUNT PIC 9(7)V9(4).
       01  WS-SUSPENSE-CODE-PARM    PIC X(20).
       01  WS-SUSPENSE-AMOUNT-PARM  PIC X(40).
       01  WS-SUSPEND-SWITCH        PIC X VALUE 'N'.
           88  RECORD-SUSPENDED     VALUE 'Y'.
       01  WS-SUSPEND-REASON-CODE   PIC X(04) VALUE SPACES.
       01  WS-SUSPEND-REASON-TEXT   PIC X(30) VALUE SPACES.
      *    ON WHILE THE DAY'S SUSPENSE FILE IS OPEN FOR THIS RUN'S
      *    HOLDS - SEE 0950-OPEN-SUSPENSE-FILE.
       01  WS-SUSPENSE-WRITE-SWITCH PIC X VALUE 'N'.
           88  SUSPENSE-UPDATING    VALUE 'Y'.

      *    EXCHANGE RATES FOR THE BUSINESS DATE AND THE FEED'S OWN
      *    CURRENCY, AS CONVERT HOLDS THEM - SEE THE COMMENTARY THERE.
       01  WS-REPORTING-CURRENCY    PIC X(03) VALUE 'USD'.
       01  WS-RATE-DATE             PIC X(08) VALUE SPACES.
       01  WS-FEED-CURRENCY         PIC X(03) VALUE SPACES.
       01  WS-RECORD-CURRENCY       PIC X(03) VALUE SPACES.
       01  WS-CURRENCY-RAW          PIC X(10) VALUE SPACES.
       01  WS-ORIGINAL-AMOUNT       PIC S9(7)V9(4) VALUE ZERO.
       01  WS-MAX-RATES             PIC 9(02) VALUE 50.
       01  WS-RATE-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-RATE-SUB              PIC 9(02) VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CURRENCY     PIC X(03).
               10  WS-RATE-VALUE        PIC 9(03)V9(06).
       01  WS-RATE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  RATE-FOUND           VALUE 'Y'.
       01  WS-EXCHANGE-RATE         PIC 9(03)V9(06) VALUE ZERO.
       01  WS-RATE-LINE-DATE        PIC X(20).
       01  WS-RATE-LINE-CURRENCY    PIC X(20).
       01  WS-RATE-LINE-VALUE       PIC X(20).

      *    SOURCE-SYSTEM CODE STAMPED ON EVERY REPAIRED OUTPUT RECORD,
      *    MATCHING WHAT CONVERT STAMPS ON THE NIGHTLY RUN.
       01  WS-SOURCE-SYSTEM         PIC X(04) VALUE SPACES.

       01  WS-NEW-OUTPUT-FILENAME PIC X(124).
       01  WS-PRIOR-LINEAGE-FILENAME PIC X(124).
       01  WS-LINEAGE-FILENAME   PIC X(124).
       01  WS-CONTROL-FILENAME   PIC X(124).
       01  WS-EXCEPTION-FILENAME PIC X(124).
       01  WS-SUSPENSE-FILENAME  PIC X(124).

       01  WS-FILE-STATUS.
           05  WS-REJECT-INPUT-FILE-STATUS  PIC X(02).
           05  WS-INDEXED-OUTPUT-FILE-STATUS PIC X(02).
           05  WS-CONTROL-REPORT-FILE-STATUS PIC X(02).
           05  WS-RULES-FILE-STATUS          PIC X(02).
           05  WS-EXQUEUE-FILE-STATUS        PIC X(02).
           05  WS-RATES-FILE-STATUS          PIC X(02).
           05  WS-PRIOR-LINEAGE-FILE-STATUS  PIC X(02).
           05  WS-LINEAGE-FILE-STATUS        PIC X(02).
           05  WS-SUSPENSE-RULES-FILE-STATUS PIC X(02).
           05  WS-SUSPENSE-FILE-STATUS       PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE INSTEAD
           05  WS-LAYOUT-TEXT2-WIDTH  PIC 9(03) VALUE 24.
           05  WS-LAYOUT-AMOUNT-COL   PIC 9(02) VALUE 4.
           05  WS-LAYOUT-AMOUNT-WIDTH PIC 9(03) VALUE 14.
           05  WS-LAYOUT-CURRENCY-COL PIC 9(02) VALUE ZERO.

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.
       01  PRIOR-EOF PIC X VALUE SPACES.
           88  PRIOR-END-OF-FILE    VALUE 'N'.
       01  LINEAGE-EOF PIC X VALUE SPACES.
           88  LINEAGE-END-OF-FILE  VALUE 'N'.

       01  WS-TRAILER-SWITCH        PIC X VALUE 'N'.
           88  PRIOR-TRAILER-SEEN   VALUE 'Y'.
           05  WS-PRIOR-OUTPUT-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-COPIED-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-COMBINED-OUTPUT-COUNT PIC 9(9)  VALUE ZERO.
           05  WS-RECORDS-SUSPENDED     PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-SUS-LINES       PIC 9(9)  VALUE ZERO.
           05  WS-LAST-HOLD-NUMBER      PIC 9(9)  VALUE ZERO.

       01  WS-REJECT-SWITCH         PIC X VALUE 'N'.
           88  RECORD-REJECTED      VALUE 'Y'.
       01  WS-ORIGINAL-REASON-CODE  PIC X(04) VALUE SPACES.
       01  WS-ORIGINAL-REASON-TEXT  PIC X(30) VALUE SPACES.
       01  WS-ORIGINAL-SOURCE       PIC X(04) VALUE SPACES.
      *    ZERO FOR A LINE FROM AN EXCEPTION FILE WRITTEN BEFORE
      *    CONVERT NUMBERED ITS REJECTS - SUCH A LINE HAS NO QUEUE
      *    ENTRY TO CLOSE.
       01  WS-ORIGINAL-EXCEPTION-NUMBER PIC 9(09) VALUE ZERO.

      *    ON WHILE THE EXCEPTION WORK-QUEUE MASTER IS OPEN FOR
      *    UPDATE - SEE 0900-OPEN-EXCEPTION-QUEUE.
       01  WS-EXQUEUE-SWITCH        PIC X VALUE 'N'.
           88  EXQUEUE-UPDATING     VALUE 'Y'.
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-QUEUE-CLOSED          PIC 9(9)  VALUE ZERO.
       01  WS-QUEUE-NOT-FOUND       PIC 9(9)  VALUE ZERO.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    RUN (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
       01  TRAILER-RECORD.
           05  TRAILER-ID               PIC X(07) VALUE 'TRAILER'.
           05  TRAILER-RECORD-COUNT     PIC 9(08).
           05  FILLER                   PIC X(84) VALUE SPACES.

      *    THE ORIGINAL COMMA DELIMITED LINE UNDER REPAIR, LIFTED OUT
      *    OF THE EXCEPTION RECORD. CARRIES THE SAME NAME AS CONVERT'S
           IF  RULES-FILENAME NOT = SPACES
               PERFORM 0660-LOAD-VALIDATION-RULES
           END-IF
           IF  RATES-FILENAME NOT = SPACES
               PERFORM 0665-LOAD-EXCHANGE-RATES
           END-IF
           IF  SUSPENSE-RULES-FILENAME NOT = SPACES
               PERFORM 0675-LOAD-SUSPENSE-RULES
           END-IF
           IF  INDEXED-OUTPUT-MODE
               PERFORM 0800-OPEN-INDEXED-OUTPUT
           ELSE
               PERFORM 0700-COPY-PRIOR-OUTPUT
           END-IF
           PERFORM 0850-OPEN-LINEAGE
           IF  EXQUEUE-FILENAME NOT = SPACES
               PERFORM 0900-OPEN-EXCEPTION-QUEUE
           END-IF
           IF  SUSPENSE-RULES-LOADED
               PERFORM 0950-OPEN-SUSPENSE-FILE
           END-IF
           PERFORM 1000-PROCESS-EXCEPTIONS
           PERFORM 3500-WRITE-TRAILER
           IF  INDEXED-OUTPUT-MODE
           ELSE
               CLOSE NEW-OUTPUT-FILE
           END-IF
           CLOSE LINEAGE-FILE
           CLOSE EXCEPTION-FILE
           IF  EXQUEUE-UPDATING
               CLOSE EXQUEUE-FILE
           END-IF
           IF  SUSPENSE-UPDATING
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 9800-WRITE-CONTROL-REPORT
           IF  PRIOR-TRAILER-MISMATCH
               MOVE 4 TO RETURN-CODE
           MOVE SPACES TO OUTPUT-MODE-PARM
           MOVE SPACES TO SOURCE-SYSTEM-PARM
           MOVE SPACES TO RULES-FILENAME
           MOVE SPACES TO EXQUEUE-FILENAME
           MOVE SPACES TO BUSINESS-DATE-PARM
           MOVE SPACES TO RATES-FILENAME
           MOVE SPACES TO CURRENCY-PARM
           MOVE SPACES TO SUSPENSE-RULES-FILENAME
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO REJ-FILENAME OUTPUT-FILENAME LAYOUT-FILENAME
                    OUTPUT-MODE-PARM SOURCE-SYSTEM-PARM
                    RULES-FILENAME EXQUEUE-FILENAME
                    BUSINESS-DATE-PARM RATES-FILENAME CURRENCY-PARM
                    SUSPENSE-RULES-FILENAME
           END-UNSTRING

           IF  REJ-FILENAME = SPACES OR OUTPUT-FILENAME = SPACES
               DISPLAY 'USAGE: REPROC REJ-FILENAME OUTPUT-FILENAME '
                   '[LAYOUT-FILENAME [OUTPUT-MODE [SOURCE-SYSTEM '
                   '[RULES-FILENAME [EXQUEUE-FILENAME '
                   'BUSINESS-DATE [RATES-FILENAME [CURRENCY '
                   '[SUSPENSE-RULES-FILENAME]]]]]]]]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  EXQUEUE-FILENAME NOT = SPACES
               IF  BUSINESS-DATE-PARM IS NUMERIC
                   MOVE BUSINESS-DATE-PARM TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'REPROC: BUSINESS-DATE '
                       FUNCTION TRIM(BUSINESS-DATE-PARM)
                       ' IS NOT YYYYMMDD'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  BUSINESS-DATE-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RATE-DATE
           ELSE
               IF  BUSINESS-DATE-PARM IS NOT NUMERIC
                   DISPLAY 'REPROC: BUSINESS-DATE '
                       FUNCTION TRIM(BUSINESS-DATE-PARM)
                       ' IS NOT YYYYMMDD'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE BUSINESS-DATE-PARM TO WS-RATE-DATE
           END-IF

           MOVE CURRENCY-PARM TO WS-CURRENCY-RAW
           PERFORM 0695-EDIT-CURRENCY-CODE
           MOVE WS-RECORD-CURRENCY TO WS-FEED-CURRENCY

           IF  FUNCTION UPPER-CASE(OUTPUT-MODE-PARM) = 'IDX'
               MOVE 'IDX' TO WS-OUTPUT-MODE
           ELSE
               INTO WS-NEW-OUTPUT-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.LIN' DELIMITED BY SIZE
               INTO WS-PRIOR-LINEAGE-FILENAME
           END-STRING
           IF  INDEXED-OUTPUT-MODE
               MOVE WS-PRIOR-LINEAGE-FILENAME TO WS-LINEAGE-FILENAME
           ELSE
               STRING FUNCTION TRIM(WS-NEW-OUTPUT-FILENAME)
                          DELIMITED BY SIZE
                      '.LIN' DELIMITED BY SIZE
                   INTO WS-LINEAGE-FILENAME
               END-STRING
           END-IF

           STRING FUNCTION TRIM(REJ-FILENAME) DELIMITED BY SIZE
                  '.CTL' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
                  '.REJ' DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-SUSPENSE-FILENAME
           END-STRING
           .

      *    WHEN LAYOUT-FILENAME IS SUPPLIED, LOAD THE COLUMN MAPPING
                   GOBACK
               END-IF

      *        THE OPTIONAL CURRENCY COLUMN LINE, AS IN CONVERT.
               READ LAYOUT-FILE
                   AT END
                       MOVE 0 TO WS-LAYOUT-CURRENCY-COL
                   NOT AT END
                       IF  LAYOUT-RECORD NOT = SPACES
                           MOVE LAY-COLUMN TO WS-LAYOUT-CURRENCY-COL
                           IF  WS-LAYOUT-CURRENCY-COL < 1
                                   OR WS-LAYOUT-CURRENCY-COL
                                       > WS-MAX-RAW-FIELDS
                               DISPLAY 'LAYOUT FILE CURRENCY COLUMN '
                                   'OUT OF RANGE - ' LAYOUT-FILENAME
                               CLOSE LAYOUT-FILE
                               MOVE 1 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ

               CLOSE LAYOUT-FILE
           END-IF
           .
               TO WS-ALLOWED-STATE (WS-ALLOWED-STATE-COUNT)
           .

      *    LOADS THE SUSPENSE RULES CONTROL FILE, EXACTLY AS
      *    CONVERT'S 0675 DOES - SEE THE COMMENTARY THERE.
       0675-LOAD-SUSPENSE-RULES.
           OPEN INPUT SUSPENSE-RULES-FILE
           IF  WS-SUSPENSE-RULES-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SUSPENSE RULES FILE '
                   FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
                   ' - STATUS ' WS-SUSPENSE-RULES-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           READ SUSPENSE-RULES-FILE
               AT END
                   DISPLAY 'SUSPENSE RULES FILE IS EMPTY - '
                       FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
                   CLOSE SUSPENSE-RULES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ
           IF  SUSPENSE-RULES-RECORD = SPACES
               MOVE ZERO TO WS-SUSPENSE-CREDIT-LIMIT
           ELSE
               MOVE SUSPENSE-RULES-RECORD TO WS-SUSPENSE-AMOUNT-PARM
               PERFORM 0678-CHECK-SUSPENSE-AMOUNT
               MOVE WS-NUMVAL-RESULT TO WS-SUSPENSE-CREDIT-LIMIT
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ SUSPENSE-RULES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  SUSPENSE-RULES-RECORD NOT = SPACES
                           PERFORM 0677-STORE-SUSPENSE-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-RULES-FILE
           MOVE SPACES TO EOF

           SET SUSPENSE-RULES-LOADED TO TRUE
           .

       0677-STORE-SUSPENSE-LIMIT.
           IF  WS-SUSPENSE-LIMIT-COUNT >= WS-MAX-SUSPENSE-LIMITS
               DISPLAY 'SUSPENSE RULES FILE HAS MORE THAN '
                   WS-MAX-SUSPENSE-LIMITS ' LIMITS - '
                   FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-SUSPENSE-CODE-PARM
           MOVE SPACES TO WS-SUSPENSE-AMOUNT-PARM
           UNSTRING FUNCTION TRIM(SUSPENSE-RULES-RECORD)
               DELIMITED BY ALL SPACE
               INTO WS-SUSPENSE-CODE-PARM WS-SUSPENSE-AMOUNT-PARM
           END-UNSTRING
           IF  WS-SUSPENSE-CODE-PARM (5:) NOT = SPACES
                   OR WS-SUSPENSE-CODE-PARM (2:1) = SPACE
                   OR WS-SUSPENSE-AMOUNT-PARM = SPACES
               DISPLAY 'SUSPENSE RULES FILE LINE IS NOT "CODE LIMIT" - '
                   FUNCTION TRIM(SUSPENSE-RULES-RECORD)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0678-CHECK-SUSPENSE-AMOUNT
           IF  WS-NUMVAL-RESULT NOT > ZERO
               DISPLAY 'SUSPENSE RULES FILE LIMIT IS NOT ABOVE ZERO - '
                   FUNCTION TRIM(SUSPENSE-RULES-RECORD)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-SUSPENSE-LIMIT-COUNT
           MOVE FUNCTION UPPER-CASE(WS-SUSPENSE-CODE-PARM (1:4))
               TO WS-SUSPENSE-LIMIT-CODE (WS-SUSPENSE-LIMIT-COUNT)
           MOVE WS-NUMVAL-RESULT
               TO WS-SUSPENSE-LIMIT-AMOUNT (WS-SUSPENSE-LIMIT-COUNT)
           IF  WS-SUSPENSE-CODE-PARM (3:1) = SPACE
               SET STATE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-COUNT)
                   TO TRUE
               SEARCH ALL STATE-TABLE-DATA
                   AT END
                       DISPLAY 'SUSPENSE RULES FILE NAMES UNKNOWN '
                           'STATE CODE '
                           WS-SUSPENSE-CODE-PARM (1:2) ' - '
                           FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
                       CLOSE SUSPENSE-RULES-FILE
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   WHEN STATE-TABLE-CODE (STATE-INDEX) =
                       WS-SUSPENSE-LIMIT-CODE
                           (WS-SUSPENSE-LIMIT-COUNT) (1:2)
                       CONTINUE
               END-SEARCH
           ELSE
               SET SOURCE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-COUNT)
                   TO TRUE
           END-IF
           .

      *    ONE SUSPENSE LIMIT, STAGED IN WS-SUSPENSE-AMOUNT-PARM,
      *    CHECKED NUMERIC AND AGAINST THE CAPACITY OF THE LIMIT
      *    FIELDS AT FULL PRECISION - AS IN 0660. A LIMIT IS COMPARED
      *    WITH A MAGNITUDE, SO A NEGATIVE ONE IS A MISTAKE TOO.
       0678-CHECK-SUSPENSE-AMOUNT.
           IF  FUNCTION TEST-NUMVAL(WS-SUSPENSE-AMOUNT-PARM) NOT = 0
               DISPLAY 'SUSPENSE RULES FILE LIMIT IS NOT NUMERIC - '
                   FUNCTION TRIM(WS-SUSPENSE-AMOUNT-PARM)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NUMVAL-RESULT =
               FUNCTION NUMVAL(WS-SUSPENSE-AMOUNT-PARM)
           IF  WS-NUMVAL-RESULT < ZERO
                   OR WS-NUMVAL-RESULT > 9999999.9999
               DISPLAY 'SUSPENSE RULES FILE LIMIT IS NEGATIVE OR '
                   'EXCEEDS FIELD CAPACITY OF 9999999.9999 - '
                   FUNCTION TRIM(WS-SUSPENSE-AMOUNT-PARM)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

      *    LOADS THE EXCHANGE RATE FILE, EXACTLY AS CONVERT'S 0665
      *    DOES - SEE THE COMMENTARY THERE.
       0665-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATES-FILE
           IF  WS-RATES-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EXCHANGE RATE FILE '
                   FUNCTION TRIM(RATES-FILENAME)
                   ' - STATUS ' WS-RATES-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           READ RATES-FILE
               AT END
                   DISPLAY 'EXCHANGE RATE FILE IS EMPTY - '
                       FUNCTION TRIM(RATES-FILENAME)
                   CLOSE RATES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE FUNCTION TRIM(RATES-RECORD) TO WS-CURRENCY-RAW
           IF  WS-CURRENCY-RAW = SPACES
               DISPLAY 'EXCHANGE RATE FILE LINE 1 MUST NAME THE '
                   'REPORTING CURRENCY - '
                   FUNCTION TRIM(RATES-FILENAME)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0695-EDIT-CURRENCY-CODE
           MOVE WS-RECORD-CURRENCY TO WS-REPORTING-CURRENCY

           PERFORM UNTIL END-OF-FILE
               READ RATES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  RATES-RECORD NOT = SPACES
                           PERFORM 0667-STORE-EXCHANGE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE
           MOVE SPACES TO EOF
           .

       0667-STORE-EXCHANGE-RATE.
           MOVE SPACES TO WS-RATE-LINE-DATE WS-RATE-LINE-CURRENCY
                          WS-RATE-LINE-VALUE
           UNSTRING FUNCTION TRIM(RATES-RECORD)
               DELIMITED BY ALL SPACE
               INTO WS-RATE-LINE-DATE WS-RATE-LINE-CURRENCY
                    WS-RATE-LINE-VALUE
           END-UNSTRING
           IF  WS-RATE-LINE-DATE (1:8) IS NOT NUMERIC
                   OR WS-RATE-LINE-DATE (9:) NOT = SPACES
                   OR WS-RATE-LINE-VALUE = SPACES
               DISPLAY 'EXCHANGE RATE FILE LINE IS NOT "YYYYMMDD '
                   'CURRENCY RATE" - ' FUNCTION TRIM(RATES-RECORD)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RATE-LINE-CURRENCY TO WS-CURRENCY-RAW
           PERFORM 0695-EDIT-CURRENCY-CODE
           IF  FUNCTION TEST-NUMVAL(WS-RATE-LINE-VALUE) NOT = 0
               DISPLAY 'EXCHANGE RATE IS NOT NUMERIC - '
                   FUNCTION TRIM(RATES-RECORD)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NUMVAL-RESULT =
               FUNCTION NUMVAL(WS-RATE-LINE-VALUE)
           IF  WS-NUMVAL-RESULT NOT > ZERO
                   OR WS-NUMVAL-RESULT > 999.999999
               DISPLAY 'EXCHANGE RATE IS NOT ABOVE ZERO OR EXCEEDS '
                   'FIELD CAPACITY OF 999.999999 - '
                   FUNCTION TRIM(RATES-RECORD)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  WS-RATE-LINE-DATE (1:8) = WS-RATE-DATE
               PERFORM 2067-FIND-EXCHANGE-RATE
               IF  RATE-FOUND
                   DISPLAY 'EXCHANGE RATE FILE HAS TWO RATES FOR '
                       WS-RECORD-CURRENCY ' ON ' WS-RATE-DATE ' - '
                       FUNCTION TRIM(RATES-FILENAME)
                   CLOSE RATES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF  WS-RATE-COUNT >= WS-MAX-RATES
                   DISPLAY 'EXCHANGE RATE FILE HAS MORE THAN '
                       WS-MAX-RATES ' RATES FOR ' WS-RATE-DATE ' - '
                       FUNCTION TRIM(RATES-FILENAME)
                   CLOSE RATES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RECORD-CURRENCY
                   TO WS-RATE-CURRENCY (WS-RATE-COUNT)
               MOVE WS-NUMVAL-RESULT TO WS-RATE-VALUE (WS-RATE-COUNT)
           END-IF
           .

      *    A CURRENCY CODE FROM THE COMMAND LINE, THE FEEDER LIST OR
      *    THE RATES FILE MUST BE THREE LETTERS; IT IS UPPER-CASED
      *    INTO WS-RECORD-CURRENCY. BLANK IS LET THROUGH AS BLANK -
      *    NO DEFAULT CURRENCY.
       0695-EDIT-CURRENCY-CODE.
           MOVE SPACES TO WS-RECORD-CURRENCY
           IF  WS-CURRENCY-RAW NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CURRENCY-RAW)
                   TO WS-CURRENCY-RAW
               IF  WS-CURRENCY-RAW (4:) NOT = SPACES
                       OR WS-CURRENCY-RAW (1:3) IS NOT ALPHABETIC
                       OR WS-CURRENCY-RAW (3:1) = SPACE
                   DISPLAY 'REPROC: CURRENCY CODE MUST BE THREE '
                       'LETTERS - ' FUNCTION TRIM(WS-CURRENCY-RAW)
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-CURRENCY-RAW (1:3) TO WS-RECORD-CURRENCY
           END-IF
           .

      *    SEQ MODE - BUILD THE COMBINED FILE ALONGSIDE THE ORIGINAL.
      *    EVERY PRIOR RECORD EXCEPT THE TRAILER IS COPIED ACROSS
      *    UNCHANGED; THE TRAILER'S COUNT IS CAPTURED SO THE COMBINED
           END-IF
           .

      *    IDX MODE EXTENDS THE LINEAGE FILE IN PLACE, AS IT DOES THE
      *    OUTPUT; A NOT-FOUND STATUS MEANS AN OUTPUT WRITTEN BEFORE
      *    LINEAGE WAS KEPT, AND THE FILE IS STARTED HERE. SEQ MODE
      *    COPIES THE ORIGINAL RUN'S ENTRIES TO THE .NEW.LIN FILE
      *    FIRST - A MISSING ORIGINAL IS THE SAME OLDER-OUTPUT CASE
      *    AND LEAVES THE COPY HOLDING ONLY THIS RUN'S ENTRIES.
       0850-OPEN-LINEAGE.
           IF  INDEXED-OUTPUT-MODE
               OPEN EXTEND LINEAGE-FILE
               IF  WS-LINEAGE-FILE-STATUS = '35'
                   OPEN OUTPUT LINEAGE-FILE
               END-IF
               IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           ELSE
               OPEN OUTPUT LINEAGE-FILE
               IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               OPEN INPUT PRIOR-LINEAGE-FILE
               EVALUATE WS-PRIOR-LINEAGE-FILE-STATUS
                   WHEN '00'
                       PERFORM 0860-COPY-PRIOR-LINEAGE
                       CLOSE PRIOR-LINEAGE-FILE
                   WHEN '35'
                       DISPLAY 'REPROC: NO LINEAGE FILE '
                           FUNCTION TRIM(WS-PRIOR-LINEAGE-FILENAME)
                           ' - COMBINED LINEAGE HOLDS REPAIRS ONLY'
                   WHEN OTHER
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-PRIOR-LINEAGE-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-PRIOR-LINEAGE-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
               END-EVALUATE
           END-IF
           .

       0860-COPY-PRIOR-LINEAGE.
           PERFORM UNTIL LINEAGE-END-OF-FILE
               READ PRIOR-LINEAGE-FILE
                   AT END
                       SET LINEAGE-END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE LINEAGE-RECORD FROM PRIOR-LINEAGE-RECORD
                       END-WRITE
                       IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                           MOVE 'WRITE' TO WS-ABEND-OPERATION
                           MOVE WS-LINEAGE-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-LINEAGE-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
               END-READ
               IF  WS-PRIOR-LINEAGE-FILE-STATUS NOT = '00'
                       AND WS-PRIOR-LINEAGE-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE WS-PRIOR-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-PRIOR-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           .

      *    THE QUEUE IS ONLY TOUCHED WHEN THE REPAIRED RECORDS WILL
      *    REALLY REACH THE DAY'S OUTPUT - A TORN PRIOR FILE ENDS THE
      *    RUN RC 4 AND THE COMBINED FILE IS NOT MOVED INTO PLACE.
      *    A QUEUE NOT YET BUILT IS NOTED AND THE REPAIR GOES ON.
       0900-OPEN-EXCEPTION-QUEUE.
           IF  PRIOR-TRAILER-MISMATCH
               DISPLAY 'REPROC: EXCEPTION QUEUE '
                   FUNCTION TRIM(EXQUEUE-FILENAME)
                   ' NOT UPDATED - PRIOR OUTPUT TRAILER MISMATCH'
           ELSE
               OPEN I-O EXQUEUE-FILE
               EVALUATE WS-EXQUEUE-FILE-STATUS
                   WHEN '00'
                       SET EXQUEUE-UPDATING TO TRUE
                   WHEN '35'
                       DISPLAY 'REPROC: NO EXCEPTION QUEUE '
                           FUNCTION TRIM(EXQUEUE-FILENAME)
                           ' - ENTRIES NOT CLOSED'
                   WHEN OTHER
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE EXQUEUE-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-EXQUEUE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
               END-EVALUATE
           END-IF
           .

      *    THE DAY'S SUSPENSE FILE IS SCANNED FOR ITS HIGHEST HOLD
      *    NUMBER, AS LATEMERG'S 4550 SCANS IT, SO THIS RUN'S HOLDS
      *    NUMBER ON FROM IT, THEN EXTENDED - OR STARTED, IF THE
      *    NIGHT'S RUN LEFT NONE BEHIND. LEFT ALONE WHEN THE PRIOR
      *    OUTPUT'S TRAILER IS TORN, AS THE EXCEPTION QUEUE IS.
       0950-OPEN-SUSPENSE-FILE.
           IF  PRIOR-TRAILER-MISMATCH
               DISPLAY 'REPROC: SUSPENSE FILE '
                   FUNCTION TRIM(WS-SUSPENSE-FILENAME)
                   ' NOT UPDATED - PRIOR OUTPUT TRAILER MISMATCH'
           ELSE
               PERFORM 0960-SCAN-SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
               IF  WS-SUSPENSE-FILE-STATUS = '35'
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               SET SUSPENSE-UPDATING TO TRUE
           END-IF
           .

      *    A LINE WITHOUT A NUMBER COUNTS AS ITS POSITION IN THE
      *    FILE, AS IN LATEMERG.
       0960-SCAN-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE
           EVALUATE WS-SUSPENSE-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ SUSPENSE-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PRIOR-SUS-LINES
                               IF  SU-HOLD-NUMBER IS NUMERIC
                                   AND SU-HOLD-NUMBER
                                       > WS-LAST-HOLD-NUMBER
                                   MOVE SU-HOLD-NUMBER
                                       TO WS-LAST-HOLD-NUMBER
                               END-IF
                       END-READ
                       IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                               AND WS-SUSPENSE-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-SUSPENSE-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-SUSPENSE-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           IF  WS-PRIOR-SUS-LINES > WS-LAST-HOLD-NUMBER
               MOVE WS-PRIOR-SUS-LINES TO WS-LAST-HOLD-NUMBER
           END-IF
           MOVE SPACES TO EOF
           .

       1000-PROCESS-EXCEPTIONS.
           OPEN INPUT REJECT-INPUT-FILE
           IF  WS-REJECT-INPUT-FILE-STATUS NOT = '00'
                       MOVE RJ-REASON-CODE TO WS-ORIGINAL-REASON-CODE
                       MOVE RJ-REASON-TEXT TO WS-ORIGINAL-REASON-TEXT
                       MOVE RJ-SOURCE-SYSTEM TO WS-ORIGINAL-SOURCE
                       IF  RJ-EXCEPTION-NUMBER IS NUMERIC
                           MOVE RJ-EXCEPTION-NUMBER
                               TO WS-ORIGINAL-EXCEPTION-NUMBER
                       ELSE
                           MOVE ZERO TO WS-ORIGINAL-EXCEPTION-NUMBER
                       END-IF
                       MOVE RJ-ORIGINAL-RECORD TO INPUT-RECORD
                       PERFORM 2000-CONVERT-RECORD
                       EVALUATE TRUE
                           WHEN RECORD-REJECTED
                               PERFORM 9900-WRITE-EXCEPTION
                           WHEN RECORD-SUSPENDED
                               PERFORM 9910-WRITE-SUSPENSE
                           WHEN OTHER
                               PERFORM 3000-WRITE-OUTPUT
                               ADD 1 TO WS-RECORDS-WRITTEN
                       END-EVALUATE
                       IF  NOT RECORD-REJECTED
                               AND EXQUEUE-UPDATING
                               AND WS-ORIGINAL-EXCEPTION-NUMBER > ZERO
                           PERFORM 3700-CLOSE-QUEUE-ENTRY
                       END-IF
               END-READ
               IF  WS-REJECT-INPUT-FILE-STATUS NOT = '00'
           MOVE ZEROS  TO DECIMAL-VALUE-1
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON-CODE WS-REJECT-REASON-TEXT
           MOVE 'N' TO WS-SUSPEND-SWITCH
           MOVE SPACES TO WS-SUSPEND-REASON-CODE WS-SUSPEND-REASON-TEXT
           MOVE SPACES TO WS-CURRENCY-RAW

           PERFORM 2050-BREAK-OUT-DELIMITED-VALUES

               PERFORM 2060-VALIDATE-DECIMAL-VALUE
           END-IF

           IF  NOT RECORD-REJECTED
               PERFORM 2065-CONVERT-CURRENCY
           END-IF

           IF  NOT RECORD-REJECTED
               PERFORM 2100-CONVERT-TEXT-FIELD-1
               PERFORM 2200-LOOKUP-STATE-NAME
               PERFORM 2300-CONVERT-TEXT-FIELD-2
               MOVE STATE-CODE-IN TO STATE-CODE-OUT
               MOVE DECIMAL-VALUE-1 TO DECIMAL-OUT-1
               MOVE WS-RECORD-CURRENCY TO CURRENCY-CODE-OUT
               MOVE WS-ORIGINAL-AMOUNT TO ORIGINAL-AMOUNT-OUT
               IF  WS-ORIGINAL-SOURCE NOT = SPACES
                   MOVE WS-ORIGINAL-SOURCE TO SOURCE-SYSTEM-OUT
               ELSE
                   IF  RULES-LOADED
                       PERFORM 2070-VALIDATE-BUSINESS-RULES
                   END-IF
      *            A HELD RECORD STAYS OUT OF THE TOTALS, AS IN
      *            CONVERT - SUSREL ADDS IT WHEN IT IS RELEASED.
                   IF  NOT RECORD-REJECTED
                           AND SUSPENSE-RULES-LOADED
                       PERFORM 2090-CHECK-SUSPENSE-RULES
                   END-IF
                   IF  NOT RECORD-REJECTED
                           AND NOT RECORD-SUSPENDED
                       ADD DECIMAL-VALUE-1 TO WS-DECIMAL-VALUE-TOTAL
                   END-IF
               END-IF
           END-IF
           .

      *    SUSPENSE HOLD CHECK, EXACTLY AS CONVERT'S 2090 APPLIES IT
      *    TO THE NIGHTLY FEED, EXCEPT THAT THE SOURCE-SYSTEM LIMIT
      *    IS MATCHED AGAINST THE FEEDER THE RECORD IS CREDITED TO -
      *    ITS OWN STAMP FROM THE EXCEPTION FILE WHERE IT HAS ONE.
       2090-CHECK-SUSPENSE-RULES.
           PERFORM VARYING WS-SUSPENSE-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-LIMIT-SUB > WS-SUSPENSE-LIMIT-COUNT
                   OR RECORD-SUSPENDED
               IF  STATE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-SUB)
                       AND WS-SUSPENSE-LIMIT-CODE
                           (WS-SUSPENSE-LIMIT-SUB) = STATE-CODE-IN
                       AND FUNCTION ABS(WS-NUMVAL-RESULT) >
                           WS-SUSPENSE-LIMIT-AMOUNT
                               (WS-SUSPENSE-LIMIT-SUB)
                   SET RECORD-SUSPENDED TO TRUE
                   MOVE 'SH01' TO WS-SUSPEND-REASON-CODE
                   MOVE 'AMOUNT OVER STATE HOLD LIMIT'
                       TO WS-SUSPEND-REASON-TEXT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUSPENSE-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-LIMIT-SUB > WS-SUSPENSE-LIMIT-COUNT
                   OR RECORD-SUSPENDED
               IF  SOURCE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-SUB)
                       AND WS-SUSPENSE-LIMIT-CODE
                           (WS-SUSPENSE-LIMIT-SUB) = SOURCE-SYSTEM-OUT
                       AND FUNCTION ABS(WS-NUMVAL-RESULT) >
                           WS-SUSPENSE-LIMIT-AMOUNT
                               (WS-SUSPENSE-LIMIT-SUB)
                   SET RECORD-SUSPENDED TO TRUE
                   MOVE 'SH02' TO WS-SUSPEND-REASON-CODE
                   MOVE 'AMOUNT OVER SOURCE HOLD LIMIT'
                       TO WS-SUSPEND-REASON-TEXT
               END-IF
           END-PERFORM
           IF  NOT RECORD-SUSPENDED
                   AND WS-SUSPENSE-CREDIT-LIMIT > ZERO
                   AND WS-NUMVAL-RESULT < ZERO
                   AND FUNCTION ABS(WS-NUMVAL-RESULT) >
                       WS-SUSPENSE-CREDIT-LIMIT
               SET RECORD-SUSPENDED TO TRUE
               MOVE 'SH03' TO WS-SUSPEND-REASON-CODE
               MOVE 'CREDIT OVER HOLD LIMIT' TO WS-SUSPEND-REASON-TEXT
           END-IF
           .

       2050-BREAK-OUT-DELIMITED-VALUES.
           PERFORM 2055-PARSE-CSV-FIELDS

                   MOVE FUNCTION TRIM(
                           WS-RAW-FIELD (WS-LAYOUT-AMOUNT-COL))
                       TO DECIMAL-VALUE-1-RAW
                   IF  WS-LAYOUT-CURRENCY-COL > 0
                       MOVE FUNCTION TRIM(
                               WS-RAW-FIELD (WS-LAYOUT-CURRENCY-COL))
                           TO WS-CURRENCY-RAW
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

      *    PUTS THE AMOUNT INTO THE REPORTING CURRENCY, EXACTLY AS
      *    CONVERT'S 2065 DOES - SEE THE COMMENTARY THERE.
       2065-CONVERT-CURRENCY.
           MOVE WS-FEED-CURRENCY TO WS-RECORD-CURRENCY
           IF  WS-CURRENCY-RAW NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CURRENCY-RAW)
                   TO WS-CURRENCY-RAW
               IF  WS-CURRENCY-RAW (4:) NOT = SPACES
                       OR WS-CURRENCY-RAW (1:3) IS NOT ALPHABETIC
                       OR WS-CURRENCY-RAW (1:1) = SPACE
                       OR WS-CURRENCY-RAW (2:1) = SPACE
                       OR WS-CURRENCY-RAW (3:1) = SPACE
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CR03' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID CURRENCY CODE'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   MOVE WS-CURRENCY-RAW (1:3) TO WS-RECORD-CURRENCY
               END-IF
           END-IF
           IF  WS-RECORD-CURRENCY = SPACES
               MOVE WS-REPORTING-CURRENCY TO WS-RECORD-CURRENCY
           END-IF
      *    THE AMOUNT AS SENT MUST FIT ORIGINAL-AMOUNT-OUT WHOLE - A
      *    TRUNCATED ORIGINAL WOULD MISSTATE THE AUDIT AMOUNT AND THE
      *    PER-CURRENCY TOTALS, SO IT IS REJECTED INSTEAD.
           IF  NOT RECORD-REJECTED
                   AND FUNCTION ABS(WS-NUMVAL-RESULT) > 9999999.9999
               SET RECORD-REJECTED TO TRUE
               MOVE 'CR04' TO WS-REJECT-REASON-CODE
               MOVE 'ORIGINAL AMOUNT TOO LARGE'
                   TO WS-REJECT-REASON-TEXT
           END-IF
           MOVE WS-NUMVAL-RESULT TO WS-ORIGINAL-AMOUNT

           IF  NOT RECORD-REJECTED
                   AND WS-RECORD-CURRENCY NOT = WS-REPORTING-CURRENCY
               PERFORM 2067-FIND-EXCHANGE-RATE
               IF  NOT RATE-FOUND
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CR01' TO WS-REJECT-REASON-CODE
                   MOVE 'NO RATE FOR CURRENCY ON DATE'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   COMPUTE WS-NUMVAL-RESULT ROUNDED =
                       WS-NUMVAL-RESULT * WS-EXCHANGE-RATE
                   IF  FUNCTION ABS(WS-NUMVAL-RESULT) > 9999999.9999
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'CR02' TO WS-REJECT-REASON-CODE
                       MOVE 'CONVERTED AMOUNT TOO LARGE'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE WS-NUMVAL-RESULT TO DECIMAL-VALUE-1
                   END-IF
               END-IF
           END-IF
           .

       2067-FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-EXCHANGE-RATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR RATE-FOUND
               IF  WS-RATE-CURRENCY (WS-RATE-SUB) = WS-RECORD-CURRENCY
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RATE-VALUE (WS-RATE-SUB) TO WS-EXCHANGE-RATE
               END-IF
           END-PERFORM
           .

       2100-CONVERT-TEXT-FIELD-1.
           IF  TEXT-VALUE-1 = LOW-VALUES
               MOVE SPACES TO TEXT-OUT-1
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           PERFORM 3100-WRITE-LINEAGE
           .

      *    SEQUENCE NUMBERS CONTINUE FROM THE ORIGINAL RUN'S TRAILER
           MOVE TEXT-OUT-2    TO IDX-TEXT-2
           MOVE DECIMAL-OUT-1 TO IDX-AMOUNT
           MOVE SOURCE-SYSTEM-OUT TO IDX-SOURCE-SYSTEM
           MOVE CURRENCY-CODE-OUT TO IDX-CURRENCY-CODE
           MOVE ORIGINAL-AMOUNT-OUT TO IDX-ORIGINAL-AMOUNT
           WRITE INDEXED-OUTPUT-RECORD
           IF  WS-INDEXED-OUTPUT-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
           END-IF
           .

      *    THE REPAIRED RECORD'S LINEAGE - ITS POSITION FOLLOWS ON
      *    FROM THE PRIOR COUNT AS THE IDX SEQUENCE NUMBER DOES, AND
      *    ITS SOURCE LINE IS THE LINE OF THE CORRECTED EXCEPTION
      *    FILE (WHICH HAS NO HEADER ROW) IT WAS REPAIRED FROM.
       3100-WRITE-LINEAGE.
           MOVE SPACES TO LINEAGE-RECORD
           COMPUTE LN-OUTPUT-POSITION =
               WS-PRIOR-OUTPUT-COUNT + WS-RECORDS-WRITTEN + 1
           IF  INDEXED-OUTPUT-MODE
               MOVE IDX-KEY TO LN-OUTPUT-KEY
           END-IF
           MOVE 'REPROC' TO LN-PROGRAM
           MOVE WS-RATE-DATE TO LN-BUSINESS-DATE
           MOVE RR-START-STAMP TO LN-RUN-STAMP
           MOVE ZERO TO LN-CHUNK-NUMBER
           MOVE SOURCE-SYSTEM-OUT TO LN-SOURCE-SYSTEM
           MOVE WS-ORIGINAL-EXCEPTION-NUMBER TO LN-EXCEPTION-NUMBER
           MOVE WS-RECORDS-READ TO LN-INPUT-LINE
           MOVE REJ-FILENAME TO LN-INPUT-FILENAME
           WRITE LINEAGE-RECORD
           IF  WS-LINEAGE-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    THE COMBINED TRAILER COUNT COVERS THE PRIOR RUN'S RECORDS
      *    PLUS THE RECORDS APPENDED HERE, SO DOWNSTREAM CROSS-FOOTING
      *    AGAINST THE TRAILER STILL HOLDS AFTER REPROCESSING.
           END-IF
           .

      *    THE ENTRY IS CLOSED ONLY WHILE STILL OPEN AND ONLY WHEN
      *    ITS SOURCE SYSTEM AGREES WITH THE LINE'S - A NUMBER FROM A
      *    DIFFERENT DAY'S FILE, OR AN ENTRY THE DESK HAS ALREADY
      *    RESOLVED, IS LEFT AS IT STANDS AND COUNTED AS NOT FOUND.
       3700-CLOSE-QUEUE-ENTRY.
           MOVE WS-BUSINESS-DATE TO EXQ-BUSINESS-DATE
           MOVE WS-ORIGINAL-EXCEPTION-NUMBER TO EXQ-EXCEPTION-NUMBER
           READ EXQUEUE-FILE
           EVALUATE WS-EXQUEUE-FILE-STATUS
               WHEN '00'
                   IF  EXQ-OPEN
                           AND EXQ-SOURCE-SYSTEM = WS-ORIGINAL-SOURCE
                       SET EXQ-REPAIRED TO TRUE
                       MOVE FUNCTION CURRENT-DATE (1:14)
                           TO EXQ-RESOLVED-STAMP
                       MOVE 'REPROC' TO EXQ-OPERATOR-ID
                       MOVE SPACES TO EXQ-RESOLUTION-NOTE
                       IF  RECORD-SUSPENDED
                           STRING 'REPAIRED, HELD IN ' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-SUSPENSE-FILENAME)
                                      DELIMITED BY SIZE
                               INTO EXQ-RESOLUTION-NOTE
                           END-STRING
                       ELSE
                           STRING 'REPAIRED INTO ' DELIMITED BY SIZE
                                  FUNCTION TRIM(OUTPUT-FILENAME)
                                      DELIMITED BY SIZE
                               INTO EXQ-RESOLUTION-NOTE
                           END-STRING
                       END-IF
                       REWRITE EXQUEUE-RECORD
                       IF  WS-EXQUEUE-FILE-STATUS NOT = '00'
                           MOVE 'REWRITE' TO WS-ABEND-OPERATION
                           MOVE EXQUEUE-FILENAME TO WS-ABEND-FILE-NAME
                           MOVE WS-EXQUEUE-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-QUEUE-CLOSED
                   ELSE
                       ADD 1 TO WS-QUEUE-NOT-FOUND
                   END-IF
               WHEN '23'
                   ADD 1 TO WS-QUEUE-NOT-FOUND
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE EXQUEUE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-EXQUEUE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    A RECORD THAT STILL FAILS GOES BACK OUT IN THE SAME LAYOUT
      *    IT CAME IN, CARRYING ITS ORIGINAL REASON CODE AND TEXT, SO
      *    THE NEW EXCEPTION FILE CAN ITSELF BE CORRECTED AND FED
           MOVE WS-ORIGINAL-REASON-TEXT TO EX-REASON-TEXT
           MOVE WS-ORIGINAL-SOURCE TO EX-SOURCE-SYSTEM
           MOVE INPUT-RECORD TO EX-ORIGINAL-RECORD
           IF  WS-ORIGINAL-EXCEPTION-NUMBER > ZERO
               MOVE WS-ORIGINAL-EXCEPTION-NUMBER
                   TO EX-EXCEPTION-NUMBER
           END-IF
           WRITE EXCEPTION-RECORD
           IF  WS-EXCEPTION-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
           ADD 1 TO WS-RECORDS-REJECTED
           .

      *    A HELD RECORD GOES TO THE DAY'S SUSPENSE FILE IN CONVERT'S
      *    LAYOUT, PENDING, NUMBERED ON FROM THE HIGHEST HOLD NUMBER
      *    0960 FOUND. ITS INPUT LINE IS THE LINE OF THE CORRECTED
      *    EXCEPTION FILE, AS 3100 COUNTS IT FOR A LINEAGE ENTRY. ON
      *    A TORN PRIOR OUTPUT THE HOLD IS ONLY COUNTED - SEE 0950.
       9910-WRITE-SUSPENSE.
           IF  SUSPENSE-UPDATING
               MOVE SPACES TO SUSPENSE-RECORD
               COMPUTE SU-HOLD-NUMBER = WS-LAST-HOLD-NUMBER
                                      + WS-RECORDS-SUSPENDED + 1
               MOVE WS-SUSPEND-REASON-CODE TO SU-HOLD-CODE
               MOVE WS-SUSPEND-REASON-TEXT TO SU-HOLD-TEXT
               MOVE 'P' TO SU-STATUS
               MOVE OUTPUT-RECORD TO SU-OUTPUT-IMAGE
               MOVE INPUT-RECORD TO SU-ORIGINAL-RECORD
               MOVE ZERO TO SU-CHUNK-NUMBER
               MOVE WS-RECORDS-READ TO SU-INPUT-LINE
               MOVE REJ-FILENAME TO SU-INPUT-FILENAME
               WRITE SUSPENSE-RECORD
               IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           ADD 1 TO WS-RECORDS-SUSPENDED
           .

       9800-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF  WS-CONTROL-REPORT-FILE-STATUS NOT = '00'
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'AMOUNTS IN ' WS-REPORTING-CURRENCY
                  ' - EXCHANGE RATES FOR ' WS-RATE-DATE
                  DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  SUSPENSE-RULES-LOADED
               MOVE 'RECORDS HELD IN SUSPENSE (SEE .SUS) . .'
                   TO CR-COUNT-LABEL
               MOVE WS-RECORDS-SUSPENDED TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           MOVE 'TOTAL OF DECIMAL-VALUE-1 APPENDED . . .'
               TO CR-AMOUNT-LABEL
           MOVE WS-DECIMAL-VALUE-TOTAL TO CR-AMOUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  EXQUEUE-UPDATING
               MOVE 'EXCEPTION QUEUE ENTRIES CLOSED  . . . .'
                   TO CR-COUNT-LABEL
               MOVE WS-QUEUE-CLOSED TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD

               MOVE 'REPAIRED BUT NO OPEN QUEUE ENTRY  . . .'
                   TO CR-COUNT-LABEL
               MOVE WS-QUEUE-NOT-FOUND TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           CLOSE CONTROL-REPORT-FILE
           .

           MOVE WS-RECORDS-REJECTED TO RR-RECORDS-REJECTED
           MOVE WS-DECIMAL-VALUE-TOTAL TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
      *    HOLDS DO NOT FAIL THE RUN, BUT THE REGISTRY SHOWS THEM, AS
      *    FOR CONVERT.
           MOVE SPACES TO RR-STATUS-TEXT
           IF  WS-RECORDS-SUSPENDED > 0
               STRING WS-RECORDS-SUSPENDED
                      ' HELD IN SUSPENSE - SEE .SUS' DELIMITED BY SIZE
                   INTO RR-STATUS-TEXT
               END-STRING
           END-IF
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'REPROC: RUNREG NOT LINKED - RUN NOT '
