      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   KEEP THE EXCEPTION WORK-QUEUE MASTER - ONE ENTRY
      *            PER REJECTED LINE CONVERT HAS EVER WRITTEN, HELD
      *            UNTIL SOMEBODY RESOLVES IT - AND REPORT WHAT IS
      *            STILL OPEN BY FEEDER AND AGE. THE .REJ FILES ARE
      *            DAILY SNAPSHOTS THAT HOUSEKEEP AGES OFF; THIS IS
      *            THE RECORD OF WHETHER EACH REJECT WAS REPAIRED,
      *            RE-SENT, WRITTEN OFF, OR NEVER DEALT WITH.
      *
      * USAGE:     EXQUEUE QUEUE-FILENAME LOAD    BUSINESS-DATE
      *                REJ-FILENAME
      *            EXQUEUE QUEUE-FILENAME RESOLVE BUSINESS-DATE
      *                EXCEPTION-NUMBER RESOLUTION OPERATOR-ID NOTE
      *            EXQUEUE QUEUE-FILENAME AGING   REPORT-FILENAME
      *                [AS-OF-DATE]
      *
      *            QUEUE-FILENAME is the indexed master, keyed by
      *            business date + exception number and created on
      *            first use. THE EXCEPTION NUMBER IS THE ONE CONVERT
      *            STAMPS AFTER THE SOURCE SYSTEM ON EVERY EXCEPTION
      *            RECORD - THE REJECT'S POSITION IN THE DAY'S FILE.
      *
      *            LOAD is run by CONVRUN after the night's run, by
      *            CATCHUP after a late feeder's rejects have been
      *            appended, and by SUSREL after a held record has
      *            been declined, with the day's exception file. Each
      *            reject not yet on the master becomes an OPEN entry
      *            carrying its source system, reason code and text,
      *            and the original line. A DP01 reject is the
      *            feeder re-sending a record already accepted, so it
      *            goes on as RE-SENT and needs no work. LOADING THE
      *            SAME FILE AGAIN CHANGES NOTHING. A RERUN OF THE
      *            NIGHT THAT NUMBERS A DIFFERENT LINE THE SAME IS
      *            LOADED OVER THE OLD ENTRY, AND AN OPEN ENTRY
      *            NUMBERED PAST THE END OF THE RERUN'S FILE IS
      *            WRITTEN OFF BY EXQUEUE ITSELF - THAT REJECT NO
      *            LONGER EXISTS. A MISSING EXCEPTION FILE LOADS
      *            NOTHING AND TOUCHES NOTHING.
      *
      *            REPROC CLOSES AN ENTRY AS REPAIRED ON ITS OWN WHEN
      *            THE CORRECTED LINE REACHES THE DAY'S OUTPUT.
      *            RESOLVE IS THE DESK'S WAY TO CLOSE ONE BY HAND:
      *            RESOLUTION IS REPAIRED, RESENT OR WRITEOFF, AND
      *            THE OPERATOR ID AND NOTE (THE REST OF THE COMMAND
      *            LINE, SPACES ALLOWED) ARE REQUIRED - THEY ARE THE
      *            AUDIT OF WHO CLOSED IT AND WHY. ONLY AN OPEN ENTRY
      *            CAN BE RESOLVED.
      *
      *            AGING WRITES THE OPEN ITEMS, OLDEST FIRST, WITH
      *            THE DAYS EACH HAS BEEN OUTSTANDING AS OF
      *            AS-OF-DATE (DEFAULT TODAY), THEN A SUMMARY BY
      *            SOURCE SYSTEM IN 0-1, 2-7, 8-30 AND OVER-30-DAY
      *            BUCKETS - THE MONTH-END SIGN-OFF EVIDENCE THAT
      *            NOTHING IS STILL SITTING UNRESOLVED.
      *
      *            RETURN CODES: LOAD/RESOLVE 0 DONE, 4 RESOLVE OF AN
      *            ENTRY NOT ON THE MASTER OR NO LONGER OPEN; AGING 0
      *            NOTHING OPEN, 4 OPEN ITEMS REPORTED; 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXQUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REJ-INPUT-FILE ASSIGN TO REJ-FILENAME
           FILE STATUS IS WS-REJ-INPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT QUEUE-FILE ASSIGN TO QUEUE-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXQ-KEY
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           FILE STATUS IS WS-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE EXCEPTION RECORD EXACTLY AS CONVERT WRITES IT. A LINE
      *    FROM BEFORE THE EXCEPTION NUMBER EXISTED READS BACK WITH
      *    THE NUMBER BLANK, AND ITS POSITION IN THE FILE STANDS IN.
       FD REJ-INPUT-FILE.
       01 REJ-INPUT-RECORD.
           05  RJ-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(01).
           05  RJ-REASON-TEXT        PIC X(30).
           05  FILLER                PIC X(01).
           05  RJ-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  RJ-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  RJ-EXCEPTION-NUMBER   PIC 9(09).

      *    THE WORK-QUEUE MASTER RECORD. THE KEY LEADS WITH THE
      *    BUSINESS DATE, SO A WALK IN KEY ORDER TAKES THE OLDEST
      *    REJECTS FIRST AND A START ON THE DATE FINDS THE DAY.
      *    REPROC CARRIES THE SAME LAYOUT TO CLOSE ENTRIES ITSELF.
       FD QUEUE-FILE.
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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
       01  WS-ARG-POINTER       PIC 9(03) VALUE 1.

       01  ARG-VALUES.
           05  QUEUE-FILENAME   PIC X(120).
           05  ACTION-PARM      PIC X(08).
           05  ARG-3            PIC X(120).
           05  ARG-4            PIC X(120).
           05  ARG-5            PIC X(10).
           05  ARG-6            PIC X(10).

       01  REJ-FILENAME         PIC X(120) VALUE SPACES.
       01  REPORT-FILENAME      PIC X(120) VALUE SPACES.

       01  WS-ACTION            PIC X(07).
           88  ACTION-LOAD      VALUE 'LOAD'.
           88  ACTION-RESOLVE   VALUE 'RESOLVE'.
           88  ACTION-AGING     VALUE 'AGING'.

       01  WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-AS-OF-DATE        PIC 9(08) VALUE ZERO.

      *    THE ENTRY A RESOLVE NAMES, AND WHAT IT IS RESOLVED AS.
       01  WS-RESOLVE-NUMBER    PIC 9(09) VALUE ZERO.
       01  WS-RESOLUTION        PIC X(01) VALUE SPACES.
           88  RESOLUTION-VALID VALUE 'R' 'S' 'W'.
       01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
       01  WS-RESOLUTION-NOTE   PIC X(60) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-REJ-INPUT-FILE-STATUS  PIC X(02).
           05  WS-QUEUE-FILE-STATUS      PIC X(02).
           05  WS-REPORT-FILE-STATUS     PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-REJ-FILE-SWITCH       PIC X VALUE 'N'.
           88  REJ-FILE-READ        VALUE 'Y'.

       01  WS-NOW-STAMP             PIC X(14).
       01  WS-LINE-NUMBER           PIC 9(09) VALUE ZERO.
       01  WS-LOAD-NUMBER           PIC 9(09) VALUE ZERO.
       01  WS-HIGHEST-NUMBER        PIC 9(09) VALUE ZERO.
       01  WS-DAYS-OUTSTANDING      PIC 9(05) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-REJ-LINES-READ        PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-LOADED        PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-RESENT        PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-REPLACED      PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-ALREADY-ON    PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-WITHDRAWN     PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-RESOLVED      PIC 9(09) VALUE ZERO.
           05  WS-OPEN-COUNT            PIC 9(09) VALUE ZERO.
           05  WS-REPAIRED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-RESENT-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-WRITTEN-OFF-COUNT     PIC 9(09) VALUE ZERO.

      *    ONE ENTRY PER SOURCE SYSTEM WITH OPEN ITEMS, WITH A COUNT
      *    PER AGE BUCKET - 0-1 DAYS, 2-7, 8-30, OVER 30.
       01  WS-MAX-AGE-ENTRIES       PIC 9(02) VALUE 99.
       01  WS-AGE-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 99 TIMES.
               10  WS-AGE-SOURCE        PIC X(04).
               10  WS-AGE-TOTAL         PIC 9(07).
               10  WS-AGE-BUCKET OCCURS 4 TIMES PIC 9(07).
       01  WS-AGE-BUCKET-TOTAL OCCURS 4 TIMES PIC 9(07).

       01  WS-AGE-SUB               PIC 9(02) VALUE ZERO.
       01  WS-LOOKUP-SUB            PIC 9(02) VALUE ZERO.
       01  WS-BUCKET-SUB            PIC 9(01) VALUE ZERO.
       01  WS-SORT-SUB              PIC 9(02) VALUE ZERO.
       01  WS-SORT-SWAP-ENTRY       PIC X(39).
       01  WS-SORT-SWITCH           PIC X VALUE 'N'.
           88  SORT-PASS-CLEAN      VALUE 'N'.

       01  RPT-DETAIL-HEAD-LINE.
           05  FILLER                   PIC X(40) VALUE
               'BUS DATE    EXCEPTION  SRC   RSN    DAYS'.
           05  FILLER                   PIC X(34) VALUE
               '  REASON                          '.
           05  FILLER                   PIC X(16) VALUE
               'ORIGINAL RECORD'.

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-DATE             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-DTL-NUMBER           PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-DTL-SOURCE           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-DTL-REASON           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-DTL-DAYS             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-DTL-REASON-TEXT      PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-DTL-ORIGINAL         PIC X(60).

       01  RPT-AGE-HEAD-LINE.
           05  FILLER                   PIC X(06) VALUE 'SOURCE'.
           05  FILLER                   PIC X(12) VALUE
               '    0-1 DAYS'.
           05  FILLER                   PIC X(12) VALUE
               '    2-7 DAYS'.
           05  FILLER                   PIC X(12) VALUE
               '   8-30 DAYS'.
           05  FILLER                   PIC X(12) VALUE
               '    31+ DAYS'.
           05  FILLER                   PIC X(12) VALUE
               '       TOTAL'.

       01  RPT-AGE-LINE.
           05  RPT-AGE-SOURCE           PIC X(06).
           05  RPT-AGE-COLUMN OCCURS 5 TIMES.
               10  FILLER               PIC X(03).
               10  RPT-AGE-VALUE        PIC Z,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL          PIC X(40).
           05  RPT-TOTAL-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    A LOAD OR RESOLVE RUN (AND ON AN ABORT) - SEE RUNREG.CBL.
      *    AGING IS A REPORT AND IS NOT REGISTERED, AS ON REJRPT.
       01  RUN-REGISTRATION.
          COPY RUNREG.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 0700-OPEN-QUEUE-MASTER
           EVALUATE TRUE
               WHEN ACTION-LOAD
                   PERFORM 1000-LOAD-EXCEPTIONS
               WHEN ACTION-RESOLVE
                   PERFORM 2000-RESOLVE-ONE-ENTRY
               WHEN ACTION-AGING
                   PERFORM 3000-WRITE-AGING-REPORT
           END-EVALUATE
           CLOSE QUEUE-FILE

           IF  NOT ACTION-AGING
               PERFORM 9960-REGISTER-RUN
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO RR-START-STAMP
           MOVE RR-START-STAMP TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP (1:8) TO WS-AS-OF-DATE
           MOVE SPACES TO RR-STATUS-TEXT
           MOVE SPACES TO ARG-VALUES
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO QUEUE-FILENAME ACTION-PARM ARG-3 ARG-4 ARG-5
                    ARG-6
               WITH POINTER WS-ARG-POINTER
           END-UNSTRING

           MOVE SPACES TO WS-ACTION
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-PARM))
               WHEN 'LOAD'
                   MOVE 'LOAD' TO WS-ACTION
               WHEN 'RESOLVE'
                   MOVE 'RESOLVE' TO WS-ACTION
               WHEN 'AGING'
                   MOVE 'AGING' TO WS-ACTION
           END-EVALUATE

      *    A RESOLVE'S NOTE IS WHATEVER FOLLOWS THE OPERATOR ID.
           IF  ACTION-RESOLVE AND WS-ARG-POINTER <= LENGTH OF ARGS
               MOVE FUNCTION TRIM(ARGS (WS-ARG-POINTER:))
                   TO WS-RESOLUTION-NOTE
           END-IF

           IF  QUEUE-FILENAME = SPACES
                   OR NOT (ACTION-LOAD OR ACTION-RESOLVE
                           OR ACTION-AGING)
                   OR ARG-3 = SPACES
                   OR (ACTION-LOAD AND ARG-4 = SPACES)
                   OR (ACTION-RESOLVE
                       AND (ARG-4 = SPACES OR ARG-5 = SPACES
                            OR ARG-6 = SPACES
                            OR WS-RESOLUTION-NOTE = SPACES))
               DISPLAY 'USAGE: EXQUEUE QUEUE-FILENAME LOAD '
                   'BUSINESS-DATE REJ-FILENAME'
               DISPLAY '       EXQUEUE QUEUE-FILENAME RESOLVE '
                   'BUSINESS-DATE EXCEPTION-NUMBER'
               DISPLAY '           REPAIRED|RESENT|WRITEOFF '
                   'OPERATOR-ID NOTE'
               DISPLAY '       EXQUEUE QUEUE-FILENAME AGING '
                   'REPORT-FILENAME [AS-OF-DATE]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  ACTION-AGING
               MOVE ARG-3 TO REPORT-FILENAME
               IF  ARG-4 NOT = SPACES
                   IF  ARG-4 (1:8) IS NUMERIC
                           AND ARG-4 (9:) = SPACES
                       MOVE ARG-4 (1:8) TO WS-AS-OF-DATE
                   ELSE
                       DISPLAY 'EXQUEUE: AS-OF-DATE '
                           FUNCTION TRIM(ARG-4) ' IS NOT YYYYMMDD'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           ELSE
               IF  ARG-3 (1:8) IS NUMERIC
                       AND ARG-3 (9:) = SPACES
                   MOVE ARG-3 (1:8) TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'EXQUEUE: BUSINESS-DATE '
                       FUNCTION TRIM(ARG-3) ' IS NOT YYYYMMDD'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  ACTION-LOAD
               MOVE ARG-4 TO REJ-FILENAME
           END-IF

           IF  ACTION-RESOLVE
               IF  FUNCTION TRIM(ARG-4) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ARG-4) TO WS-RESOLVE-NUMBER
               ELSE
                   DISPLAY 'EXQUEUE: EXCEPTION-NUMBER '
                       FUNCTION TRIM(ARG-4) ' IS NOT NUMERIC'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               EVALUATE FUNCTION UPPER-CASE(ARG-5)
                   WHEN 'REPAIRED'
                       MOVE 'R' TO WS-RESOLUTION
                   WHEN 'RESENT'
                       MOVE 'S' TO WS-RESOLUTION
                   WHEN 'WRITEOFF'
                       MOVE 'W' TO WS-RESOLUTION
               END-EVALUATE
               IF  NOT RESOLUTION-VALID
                   DISPLAY 'EXQUEUE: RESOLUTION '
                       FUNCTION TRIM(ARG-5)
                       ' IS NOT REPAIRED, RESENT OR WRITEOFF'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION UPPER-CASE(ARG-6) TO WS-OPERATOR-ID
           END-IF
           .

      *    OPEN I-O FAILING WITH A NOT-FOUND STATUS MEANS FIRST USE -
      *    THE FILE IS CREATED EMPTY AND REOPENED, SAME FALLBACK
      *    SHAPE AS HISTUPDT'S HISTORY MASTER. AGING ONLY READS, AND
      *    A QUEUE NOT YET BUILT REPORTS AS EMPTY.
       0700-OPEN-QUEUE-MASTER.
           IF  ACTION-AGING
               OPEN INPUT QUEUE-FILE
               IF  WS-QUEUE-FILE-STATUS = '35'
                   DISPLAY 'EXQUEUE: NO EXCEPTIONS ON '
                       FUNCTION TRIM(QUEUE-FILENAME)
                   PERFORM 3000-WRITE-AGING-REPORT
                   GOBACK
               END-IF
           ELSE
               OPEN I-O QUEUE-FILE
               IF  WS-QUEUE-FILE-STATUS NOT = '00'
                   OPEN OUTPUT QUEUE-FILE
                   IF  WS-QUEUE-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   CLOSE QUEUE-FILE
                   OPEN I-O QUEUE-FILE
               END-IF
           END-IF
           IF  WS-QUEUE-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    EVERY LINE OF THE DAY'S EXCEPTION FILE IS PUT ON THE
      *    MASTER UNDER THE BUSINESS DATE, THEN ANY OPEN ENTRY FOR THE
      *    DATE NUMBERED PAST THE FILE'S LAST REJECT IS WITHDRAWN.
       1000-LOAD-EXCEPTIONS.
           MOVE SPACES TO EOF
           OPEN INPUT REJ-INPUT-FILE
           EVALUATE WS-REJ-INPUT-FILE-STATUS
               WHEN '00'
                   SET REJ-FILE-READ TO TRUE
                   PERFORM UNTIL END-OF-FILE
                       READ REJ-INPUT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REJ-LINES-READ
                               PERFORM 1100-LOAD-ONE-EXCEPTION
                       END-READ
                       IF  WS-REJ-INPUT-FILE-STATUS NOT = '00'
                               AND WS-REJ-INPUT-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE REJ-FILENAME TO WS-ABEND-FILE-NAME
                           MOVE WS-REJ-INPUT-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE REJ-INPUT-FILE
               WHEN '35'
                   DISPLAY 'EXQUEUE: NO EXCEPTION FILE '
                       FUNCTION TRIM(REJ-FILENAME) ' - NOTHING LOADED'
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE REJ-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-REJ-INPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE

           IF  REJ-FILE-READ
               PERFORM 1200-WITHDRAW-NO-LONGER-REJECTED
           END-IF
           DISPLAY 'EXQUEUE: ' WS-ENTRIES-LOADED
               ' EXCEPTIONS LOADED FOR ' WS-BUSINESS-DATE
               ' (' WS-ENTRIES-RESENT ' DP01 RE-SENT, '
               WS-ENTRIES-ALREADY-ON ' ALREADY ON THE QUEUE)'
           .

      *    AN ENTRY ALREADY ON THE MASTER WITH THE SAME SOURCE AND
      *    LINE IS THIS REJECT LOADED BEFORE, AND IS LEFT AS IT IS -
      *    WHATEVER THE DESK OR REPROC HAS SINCE DONE WITH IT STANDS.
       1100-LOAD-ONE-EXCEPTION.
           ADD 1 TO WS-LINE-NUMBER
           IF  RJ-EXCEPTION-NUMBER IS NUMERIC
                   AND RJ-EXCEPTION-NUMBER > ZERO
               MOVE RJ-EXCEPTION-NUMBER TO WS-LOAD-NUMBER
           ELSE
               MOVE WS-LINE-NUMBER TO WS-LOAD-NUMBER
           END-IF
           IF  WS-LOAD-NUMBER > WS-HIGHEST-NUMBER
               MOVE WS-LOAD-NUMBER TO WS-HIGHEST-NUMBER
           END-IF

           MOVE WS-BUSINESS-DATE TO EXQ-BUSINESS-DATE
           MOVE WS-LOAD-NUMBER TO EXQ-EXCEPTION-NUMBER
           READ QUEUE-FILE
           EVALUATE WS-QUEUE-FILE-STATUS
               WHEN '00'
                   IF  EXQ-SOURCE-SYSTEM = RJ-SOURCE-SYSTEM
                           AND EXQ-ORIGINAL-RECORD = RJ-ORIGINAL-RECORD
                       ADD 1 TO WS-ENTRIES-ALREADY-ON
                   ELSE
                       DISPLAY 'EXQUEUE: EXCEPTION ' WS-LOAD-NUMBER
                           ' FOR ' WS-BUSINESS-DATE
                           ' IS A DIFFERENT REJECT SINCE A RERUN - '
                           'ENTRY REPLACED'
                       PERFORM 1150-FILL-NEW-ENTRY
                       REWRITE EXQUEUE-RECORD
                       IF  WS-QUEUE-FILE-STATUS NOT = '00'
                           MOVE 'REWRITE' TO WS-ABEND-OPERATION
                           MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                           MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-ENTRIES-REPLACED
                   END-IF
               WHEN '23'
                   PERFORM 1150-FILL-NEW-ENTRY
                   WRITE EXQUEUE-RECORD
                   IF  WS-QUEUE-FILE-STATUS NOT = '00'
                       MOVE 'WRITE' TO WS-ABEND-OPERATION
                       MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-ENTRIES-LOADED
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    A DP01 IS THE FEEDER RE-SENDING A RECORD THE RUN HAD
      *    ALREADY ACCEPTED - NOTHING IS MISSING FROM THE OUTPUT, SO
      *    IT GOES ON RESOLVED AS RE-SENT RATHER THAN OPEN.
       1150-FILL-NEW-ENTRY.
           MOVE SPACES TO EXQUEUE-RECORD
           MOVE WS-BUSINESS-DATE TO EXQ-BUSINESS-DATE
           MOVE WS-LOAD-NUMBER TO EXQ-EXCEPTION-NUMBER
           MOVE RJ-SOURCE-SYSTEM TO EXQ-SOURCE-SYSTEM
           MOVE RJ-REASON-CODE TO EXQ-REASON-CODE
           MOVE RJ-REASON-TEXT TO EXQ-REASON-TEXT
           MOVE RJ-ORIGINAL-RECORD TO EXQ-ORIGINAL-RECORD
           MOVE WS-NOW-STAMP TO EXQ-LOADED-STAMP
           IF  RJ-REASON-CODE = 'DP01'
               SET EXQ-RESENT TO TRUE
               MOVE WS-NOW-STAMP TO EXQ-RESOLVED-STAMP
               MOVE 'EXQUEUE' TO EXQ-OPERATOR-ID
               MOVE 'DUPLICATE OF A RECORD ALREADY ACCEPTED'
                   TO EXQ-RESOLUTION-NOTE
               ADD 1 TO WS-ENTRIES-RESENT
           ELSE
               SET EXQ-OPEN TO TRUE
           END-IF
           .

       1200-WITHDRAW-NO-LONGER-REJECTED.
           MOVE SPACES TO EOF
           MOVE WS-BUSINESS-DATE TO EXQ-BUSINESS-DATE
           MOVE WS-HIGHEST-NUMBER TO EXQ-EXCEPTION-NUMBER
           START QUEUE-FILE KEY IS GREATER THAN EXQ-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-FILE
               READ QUEUE-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  EXQ-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           SET END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 1250-WITHDRAW-ONE-ENTRY
                       END-IF
               END-READ
               IF  WS-QUEUE-FILE-STATUS NOT = '00'
                       AND WS-QUEUE-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           .

       1250-WITHDRAW-ONE-ENTRY.
           IF  EXQ-OPEN
               SET EXQ-WRITTEN-OFF TO TRUE
               MOVE WS-NOW-STAMP TO EXQ-RESOLVED-STAMP
               MOVE 'EXQUEUE' TO EXQ-OPERATOR-ID
               MOVE 'NO LONGER ON THE DAY''S EXCEPTION FILE AT RELOAD'
                   TO EXQ-RESOLUTION-NOTE
               REWRITE EXQUEUE-RECORD
               IF  WS-QUEUE-FILE-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ABEND-OPERATION
                   MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               DISPLAY 'EXQUEUE: EXCEPTION ' EXQ-EXCEPTION-NUMBER
                   ' FOR ' WS-BUSINESS-DATE
                   ' NO LONGER REJECTED - WRITTEN OFF'
               ADD 1 TO WS-ENTRIES-WITHDRAWN
           END-IF
           .

       2000-RESOLVE-ONE-ENTRY.
           MOVE WS-BUSINESS-DATE TO EXQ-BUSINESS-DATE
           MOVE WS-RESOLVE-NUMBER TO EXQ-EXCEPTION-NUMBER
           READ QUEUE-FILE
           EVALUATE WS-QUEUE-FILE-STATUS
               WHEN '00'
                   IF  EXQ-OPEN
                       MOVE WS-RESOLUTION TO EXQ-STATUS
                       MOVE WS-NOW-STAMP TO EXQ-RESOLVED-STAMP
                       MOVE WS-OPERATOR-ID TO EXQ-OPERATOR-ID
                       MOVE WS-RESOLUTION-NOTE TO EXQ-RESOLUTION-NOTE
                       REWRITE EXQUEUE-RECORD
                       IF  WS-QUEUE-FILE-STATUS NOT = '00'
                           MOVE 'REWRITE' TO WS-ABEND-OPERATION
                           MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                           MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                       DISPLAY 'EXQUEUE: EXCEPTION ' WS-RESOLVE-NUMBER
                           ' FOR ' WS-BUSINESS-DATE ' RESOLVED '
                           FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-5))
                           ' BY ' FUNCTION TRIM(WS-OPERATOR-ID)
                       ADD 1 TO WS-ENTRIES-RESOLVED
                   ELSE
                       DISPLAY 'EXQUEUE: EXCEPTION ' WS-RESOLVE-NUMBER
                           ' FOR ' WS-BUSINESS-DATE
                           ' IS ALREADY CLOSED (STATUS ' EXQ-STATUS
                           ' BY ' FUNCTION TRIM(EXQ-OPERATOR-ID) ')'
                       MOVE 'EXCEPTION ALREADY CLOSED'
                           TO RR-STATUS-TEXT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN '23'
                   DISPLAY 'EXQUEUE: EXCEPTION ' WS-RESOLVE-NUMBER
                       ' FOR ' WS-BUSINESS-DATE ' IS NOT ON THE QUEUE'
                   MOVE 'EXCEPTION NOT ON QUEUE' TO RR-STATUS-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    ONE PASS IN KEY SEQUENCE - OLDEST BUSINESS DATE FIRST. THE
      *    OPEN ITEMS ARE LISTED AS THEY ARE MET AND ROLLED INTO THEIR
      *    SOURCE'S AGE BUCKETS; THE SUMMARY FOLLOWS THE DETAIL. A
      *    QUEUE NOT YET BUILT (FILE NOT OPEN) REPORTS AS EMPTY.
       3000-WRITE-AGING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF  WS-REPORT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE REPORT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING 'EXQUEUE OPEN EXCEPTION AGING REPORT - AS OF '
                  WS-AS-OF-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE RPT-DETAIL-HEAD-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           IF  WS-QUEUE-FILE-STATUS = '00'
               MOVE SPACES TO EOF
               PERFORM UNTIL END-OF-FILE
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3100-AGE-ONE-ENTRY
                   END-READ
                   IF  WS-QUEUE-FILE-STATUS NOT = '00'
                           AND WS-QUEUE-FILE-STATUS NOT = '10'
                       MOVE 'READ' TO WS-ABEND-OPERATION
                       MOVE QUEUE-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-QUEUE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 3500-SORT-AGE-TABLE
           PERFORM 3600-WRITE-AGE-SUMMARY

           CLOSE REPORT-FILE
           IF  WS-OPEN-COUNT > ZERO
               DISPLAY 'EXQUEUE: ' WS-OPEN-COUNT
                   ' EXCEPTIONS STILL OPEN'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'EXQUEUE: NO EXCEPTIONS OPEN'
           END-IF
           .

      *    DAYS OUTSTANDING RUN FROM THE BUSINESS DATE OF THE REJECT
      *    TO THE AS-OF DATE. CLOSED ENTRIES ARE ONLY COUNTED, BY HOW
      *    THEY WERE CLOSED.
       3100-AGE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN EXQ-REPAIRED
                   ADD 1 TO WS-REPAIRED-COUNT
               WHEN EXQ-RESENT
                   ADD 1 TO WS-RESENT-COUNT
               WHEN EXQ-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   IF  EXQ-BUSINESS-DATE < WS-AS-OF-DATE
                       COMPUTE WS-DAYS-OUTSTANDING =
                           FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                         - FUNCTION INTEGER-OF-DATE(EXQ-BUSINESS-DATE)
                   ELSE
                       MOVE ZERO TO WS-DAYS-OUTSTANDING
                   END-IF
                   MOVE EXQ-BUSINESS-DATE TO RPT-DTL-DATE
                   MOVE EXQ-EXCEPTION-NUMBER TO RPT-DTL-NUMBER
                   MOVE EXQ-SOURCE-SYSTEM TO RPT-DTL-SOURCE
                   MOVE EXQ-REASON-CODE TO RPT-DTL-REASON
                   MOVE WS-DAYS-OUTSTANDING TO RPT-DTL-DAYS
                   MOVE EXQ-REASON-TEXT TO RPT-DTL-REASON-TEXT
                   MOVE EXQ-ORIGINAL-RECORD TO RPT-DTL-ORIGINAL
                   MOVE RPT-DETAIL-LINE TO REPORT-RECORD
                   PERFORM 8600-WRITE-REPORT-RECORD
                   PERFORM 3200-TALLY-AGE-BUCKET
           END-EVALUATE
           .

      *    FIND THE OPEN ITEM'S SOURCE ENTRY, APPENDING A NEW ONE ON
      *    FIRST SIGHT, AND COUNT IT IN ITS AGE BUCKET.
       3200-TALLY-AGE-BUCKET.
           MOVE ZERO TO WS-AGE-SUB
           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                   UNTIL WS-LOOKUP-SUB > WS-AGE-ENTRY-COUNT
               IF  WS-AGE-SOURCE (WS-LOOKUP-SUB) = EXQ-SOURCE-SYSTEM
                   MOVE WS-LOOKUP-SUB TO WS-AGE-SUB
               END-IF
           END-PERFORM

           IF  WS-AGE-SUB = ZERO
               IF  WS-AGE-ENTRY-COUNT >= WS-MAX-AGE-ENTRIES
                   DISPLAY 'EXQUEUE: SOURCE TABLE OVERFLOW AT '
                       EXQ-SOURCE-SYSTEM
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-AGE-ENTRY-COUNT
               MOVE WS-AGE-ENTRY-COUNT TO WS-AGE-SUB
               MOVE EXQ-SOURCE-SYSTEM TO WS-AGE-SOURCE (WS-AGE-SUB)
               MOVE ZERO TO WS-AGE-TOTAL (WS-AGE-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE ZERO
                       TO WS-AGE-BUCKET (WS-AGE-SUB, WS-BUCKET-SUB)
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING <= 1
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OUTSTANDING <= 7
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OUTSTANDING <= 30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-AGE-BUCKET (WS-AGE-SUB, WS-BUCKET-SUB)
           ADD 1 TO WS-AGE-TOTAL (WS-AGE-SUB)
           .

      *    SIMPLE EXCHANGE SORT INTO SOURCE-SYSTEM ORDER, AS IN
      *    REJRPT AND STSUMM.
       3500-SORT-AGE-TABLE.
           MOVE 'Y' TO WS-SORT-SWITCH
           PERFORM UNTIL SORT-PASS-CLEAN
               MOVE 'N' TO WS-SORT-SWITCH
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-AGE-ENTRY-COUNT
                   IF  WS-AGE-SOURCE (WS-SORT-SUB)
                           > WS-AGE-SOURCE (WS-SORT-SUB + 1)
                       MOVE WS-AGE-ENTRY (WS-SORT-SUB)
                           TO WS-SORT-SWAP-ENTRY
                       MOVE WS-AGE-ENTRY (WS-SORT-SUB + 1)
                           TO WS-AGE-ENTRY (WS-SORT-SUB)
                       MOVE WS-SORT-SWAP-ENTRY
                           TO WS-AGE-ENTRY (WS-SORT-SUB + 1)
                       MOVE 'Y' TO WS-SORT-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    ONE LINE PER SOURCE SYSTEM WITH ITS OPEN ITEMS IN EACH AGE
      *    BUCKET, A TOTAL LINE ACROSS THEM, THEN THE CLOSED COUNTS.
      *    REJECTS FROM A RUN WITH NO SOURCE-SYSTEM CODE GROUP UNDER
      *    A BLANK SOURCE.
       3600-WRITE-AGE-SUMMARY.
           IF  WS-OPEN-COUNT = ZERO
               MOVE SPACES TO REPORT-RECORD
               MOVE 'NO OPEN EXCEPTIONS' TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE 'OPEN EXCEPTIONS BY SOURCE SYSTEM AND DAYS OUTSTANDING'
               TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE RPT-AGE-HEAD-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE ZERO TO WS-AGE-BUCKET-TOTAL (WS-BUCKET-SUB)
           END-PERFORM

           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-AGE-ENTRY-COUNT
               MOVE SPACES TO RPT-AGE-LINE
               MOVE WS-AGE-SOURCE (WS-AGE-SUB) TO RPT-AGE-SOURCE
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE WS-AGE-BUCKET (WS-AGE-SUB, WS-BUCKET-SUB)
                       TO RPT-AGE-VALUE (WS-BUCKET-SUB)
                   ADD WS-AGE-BUCKET (WS-AGE-SUB, WS-BUCKET-SUB)
                       TO WS-AGE-BUCKET-TOTAL (WS-BUCKET-SUB)
               END-PERFORM
               MOVE WS-AGE-TOTAL (WS-AGE-SUB) TO RPT-AGE-VALUE (5)
               MOVE RPT-AGE-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO RPT-AGE-LINE
           MOVE 'TOTAL' TO RPT-AGE-SOURCE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-AGE-BUCKET-TOTAL (WS-BUCKET-SUB)
                   TO RPT-AGE-VALUE (WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-OPEN-COUNT TO RPT-AGE-VALUE (5)
           MOVE RPT-AGE-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'EXCEPTIONS OPEN . . . . . . . . . . . .'
               TO RPT-TOTAL-LABEL
           MOVE WS-OPEN-COUNT TO RPT-TOTAL-VALUE
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'CLOSED AS REPAIRED  . . . . . . . . . .'
               TO RPT-TOTAL-LABEL
           MOVE WS-REPAIRED-COUNT TO RPT-TOTAL-VALUE
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'CLOSED AS RE-SENT BY THE FEEDER . . . .'
               TO RPT-TOTAL-LABEL
           MOVE WS-RESENT-COUNT TO RPT-TOTAL-VALUE
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'CLOSED AS WRITTEN OFF . . . . . . . . .'
               TO RPT-TOTAL-LABEL
           MOVE WS-WRITTEN-OFF-COUNT TO RPT-TOTAL-VALUE
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           .

       8600-WRITE-REPORT-RECORD.
           WRITE REPORT-RECORD
           IF  WS-REPORT-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE REPORT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
      *    OTHER PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'EXQUEUE: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           IF  NOT ACTION-AGING
               PERFORM 9960-REGISTER-RUN
           END-IF
           GOBACK
           .

      *    REGISTER A LOAD OR RESOLVE IN THE RUN-REGISTRY MASTER -
      *    EXCEPTION LINES READ AND ENTRIES ADDED OR CLOSED. RUNREG
      *    ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE 'EXQUEUE' TO RR-PROGRAM
           MOVE REJ-FILENAME TO RR-INPUT-FILENAME
           MOVE QUEUE-FILENAME TO RR-OUTPUT-FILENAME
           MOVE SPACES TO RR-SOURCE-SYSTEM
           MOVE WS-REJ-LINES-READ TO RR-RECORDS-READ
           COMPUTE RR-RECORDS-WRITTEN = WS-ENTRIES-LOADED
                                      + WS-ENTRIES-REPLACED
                                      + WS-ENTRIES-WITHDRAWN
                                      + WS-ENTRIES-RESOLVED
           MOVE ZERO TO RR-RECORDS-REJECTED
           MOVE ZERO TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'EXQUEUE: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
