      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   KEEP THE OUTSTANDING-FEEDER MASTER - ONE ENTRY PER
      *            BUSINESS DATE AND SOURCE SYSTEM FOR EVERY FEEDER A
      *            CONSOLIDATION RUN HAD TO GO WITHOUT (NOT RECEIVED
      *            BY THE CUTOFF, OR HELD OUT AGAINST ITS CONTROL
      *            TOTALS) - AND LIST WHAT IS STILL OUTSTANDING FOR
      *            THE DESK.
      *
      * USAGE:     FEEDSTAT STATUS-FILENAME POST  BUSINESS-DATE
      *                HOLD-FILENAME
      *            FEEDSTAT STATUS-FILENAME CLEAR BUSINESS-DATE
      *                SOURCE-SYSTEM
      *            FEEDSTAT STATUS-FILENAME LIST  [BUSINESS-DATE]
      *
      *            STATUS-FILENAME is the indexed master, keyed by
      *            business date + source system and created on
      *            first use.
      *
      *            POST is run by CONVRUN after every consolidation
      *            run, with the hold file CONVERT wrote alongside
      *            the night's output. Each held feeder is recorded
      *            as OUTSTANDING for the business date with its hold
      *            reason. A feeder already on the master for that
      *            date but no longer held - the night was rerun and
      *            the feed made it this time - is marked caught up,
      *            so a rerun never leaves a stale entry behind. A
      *            missing or empty hold file posts nothing.
      *
      *            CLEAR is run by CATCHUP once a late feeder has
      *            been merged into its day's output, and marks that
      *            feeder CAUGHT UP with the time it was cleared.
      *
      *            LIST shows every feeder still outstanding, oldest
      *            business date first, with the days it has been
      *            outstanding and its hold reason. Given a business
      *            date it shows only that date, caught-up feeders
      *            included, so the desk can see the whole day.
      *            OUTPUT GOES TO THE TERMINAL, AS ON RUNINQ.
      *
      *            RETURN CODES: POST/CLEAR 0 POSTED, 4 CLEAR OF A
      *            FEEDER NOT ON THE MASTER FOR THAT DATE; LIST 0
      *            NOTHING OUTSTANDING, 4 FEEDERS OUTSTANDING; 1 HARD
      *            ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HOLD-FILE ASSIGN TO HOLD-FILENAME
           FILE STATUS IS WS-HOLD-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATUS-FILE ASSIGN TO STATUS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FST-KEY
           FILE STATUS IS WS-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ONE LINE PER HELD FEED, EXACTLY AS CONVERT WRITES
      *    OUTPUT-FILENAME.HLD.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05  HD-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  HD-REASON-TEXT        PIC X(40).
           05  FILLER                PIC X(01).
           05  HD-INPUT-FILENAME     PIC X(120).

      *    THE OUTSTANDING-FEEDER MASTER RECORD. THE KEY LEADS WITH
      *    THE BUSINESS DATE, SO A WALK IN KEY ORDER LISTS THE OLDEST
      *    DAY FIRST AND A START ON THE DATE ALONE FINDS THE DAY.
       FD STATUS-FILE.
       01 STATUS-RECORD.
           05  FST-KEY.
               10  FST-BUSINESS-DATE     PIC 9(08).
               10  FST-SOURCE-SYSTEM     PIC X(04).
           05  FST-STATUS            PIC X(01).
               88  FST-OUTSTANDING       VALUE 'O'.
               88  FST-CAUGHT-UP         VALUE 'C'.
           05  FST-REASON-TEXT       PIC X(40).
           05  FST-INPUT-FILENAME    PIC X(120).
           05  FST-POSTED-STAMP      PIC X(14).
           05  FST-CLEARED-STAMP     PIC X(14).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  STATUS-FILENAME  PIC X(120).
           05  ACTION-PARM      PIC X(08).
           05  ARG-3            PIC X(120).
           05  ARG-4            PIC X(120).

       01  HOLD-FILENAME        PIC X(120) VALUE SPACES.

       01  WS-ACTION            PIC X(05).
           88  ACTION-POST      VALUE 'POST'.
           88  ACTION-CLEAR     VALUE 'CLEAR'.
           88  ACTION-LIST      VALUE 'LIST'.

       01  WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-CLEAR-SOURCE      PIC X(04) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-HOLD-FILE-STATUS       PIC X(02).
           05  WS-STATUS-FILE-STATUS     PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

      *    THE SOURCE SYSTEMS HELD IN THIS POSTING - ONE PER FEEDER,
      *    SIZED TO CONVERT'S FEEDER TABLE.
       01  WS-HELD-TABLE.
           05  WS-HELD-SOURCE OCCURS 10 TIMES PIC X(04).
       01  WS-HELD-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-HELD-SUB              PIC 9(02) VALUE ZERO.
       01  WS-HELD-SWITCH           PIC X VALUE 'N'.
           88  SOURCE-IS-HELD       VALUE 'Y'.

       01  WS-NOW-STAMP             PIC X(14).
       01  WS-TODAY                 PIC 9(08).
       01  WS-DAYS-OUTSTANDING      PIC 9(05) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-HOLD-LINES-READ       PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-POSTED        PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-CLEARED       PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-LISTED        PIC 9(09) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT     PIC 9(09) VALUE ZERO.

       01  DSP-STATUS-LINE.
           05  DSP-BUSINESS-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-SOURCE-SYSTEM        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-STATUS               PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DSP-DAYS                 PIC ZZZZ9.
           05  FILLER                   PIC X(06) VALUE ' DAYS '.
           05  DSP-REASON-TEXT          PIC X(40).

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    A POST OR CLEAR RUN (AND ON AN ABORT) - SEE RUNREG.CBL. A
      *    LIST IS AN INQUIRY AND IS NOT REGISTERED, AS ON RUNINQ.
       01  RUN-REGISTRATION.
          COPY RUNREG.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 0700-OPEN-STATUS-MASTER
           EVALUATE TRUE
               WHEN ACTION-POST
                   PERFORM 1000-POST-HELD-FEEDERS
               WHEN ACTION-CLEAR
                   PERFORM 2000-CLEAR-ONE-FEEDER
               WHEN ACTION-LIST
                   PERFORM 3000-LIST-FEEDERS
           END-EVALUATE
           CLOSE STATUS-FILE

           IF  NOT ACTION-LIST
               PERFORM 9960-REGISTER-RUN
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO RR-START-STAMP
           MOVE RR-START-STAMP TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP (1:8) TO WS-TODAY
           MOVE SPACES TO RR-STATUS-TEXT
           MOVE SPACES TO ARG-VALUES
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO STATUS-FILENAME ACTION-PARM ARG-3 ARG-4
           END-UNSTRING

           MOVE SPACES TO WS-ACTION
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-PARM))
               WHEN 'POST'
                   MOVE 'POST' TO WS-ACTION
               WHEN 'CLEAR'
                   MOVE 'CLEAR' TO WS-ACTION
               WHEN 'LIST'
                   MOVE 'LIST' TO WS-ACTION
           END-EVALUATE

           IF  STATUS-FILENAME = SPACES
                   OR NOT (ACTION-POST OR ACTION-CLEAR OR ACTION-LIST)
                   OR ((ACTION-POST OR ACTION-CLEAR)
                       AND (ARG-3 = SPACES OR ARG-4 = SPACES))
               DISPLAY 'USAGE: FEEDSTAT STATUS-FILENAME POST '
                   'BUSINESS-DATE HOLD-FILENAME'
               DISPLAY '       FEEDSTAT STATUS-FILENAME CLEAR '
                   'BUSINESS-DATE SOURCE-SYSTEM'
               DISPLAY '       FEEDSTAT STATUS-FILENAME LIST '
                   '[BUSINESS-DATE]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  ARG-3 NOT = SPACES
               IF  ARG-3 (1:8) IS NUMERIC
                       AND ARG-3 (9:) = SPACES
                   MOVE ARG-3 (1:8) TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'FEEDSTAT: BUSINESS-DATE '
                       FUNCTION TRIM(ARG-3) ' IS NOT YYYYMMDD'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  ACTION-POST
               MOVE ARG-4 TO HOLD-FILENAME
           END-IF
           IF  ACTION-CLEAR
               MOVE FUNCTION UPPER-CASE(ARG-4 (1:4)) TO WS-CLEAR-SOURCE
           END-IF
           .

      *    OPEN I-O FAILING WITH A NOT-FOUND STATUS MEANS FIRST USE -
      *    THE FILE IS CREATED EMPTY AND REOPENED, SAME FALLBACK
      *    SHAPE AS HISTUPDT'S HISTORY MASTER. A LIST ONLY READS.
       0700-OPEN-STATUS-MASTER.
           IF  ACTION-LIST
               OPEN INPUT STATUS-FILE
               IF  WS-STATUS-FILE-STATUS = '35'
                   DISPLAY 'FEEDSTAT: NO FEEDERS ON '
                       FUNCTION TRIM(STATUS-FILENAME)
                   GOBACK
               END-IF
           ELSE
               OPEN I-O STATUS-FILE
               IF  WS-STATUS-FILE-STATUS NOT = '00'
                   OPEN OUTPUT STATUS-FILE
                   IF  WS-STATUS-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   CLOSE STATUS-FILE
                   OPEN I-O STATUS-FILE
               END-IF
           END-IF
           IF  WS-STATUS-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    EVERY LINE OF THE HOLD FILE BECOMES AN OUTSTANDING ENTRY
      *    FOR THE BUSINESS DATE, THEN ANY EARLIER ENTRY FOR THE SAME
      *    DATE THAT THIS RUN DID NOT HOLD IS MARKED CAUGHT UP.
       1000-POST-HELD-FEEDERS.
           MOVE SPACES TO EOF
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ HOLD-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HOLD-LINES-READ
                               PERFORM 1100-POST-ONE-FEEDER
                       END-READ
                       IF  WS-HOLD-FILE-STATUS NOT = '00'
                               AND WS-HOLD-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE HOLD-FILENAME TO WS-ABEND-FILE-NAME
                           MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE HOLD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE HOLD-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE

           PERFORM 1200-CLEAR-NO-LONGER-HELD
           DISPLAY 'FEEDSTAT: ' WS-ENTRIES-POSTED
               ' FEEDERS POSTED OUTSTANDING FOR ' WS-BUSINESS-DATE
           .

       1100-POST-ONE-FEEDER.
           IF  WS-HELD-COUNT < 10
               ADD 1 TO WS-HELD-COUNT
               MOVE HD-SOURCE-SYSTEM TO WS-HELD-SOURCE (WS-HELD-COUNT)
           END-IF

           MOVE WS-BUSINESS-DATE TO FST-BUSINESS-DATE
           MOVE HD-SOURCE-SYSTEM TO FST-SOURCE-SYSTEM
           READ STATUS-FILE
           EVALUATE WS-STATUS-FILE-STATUS
               WHEN '00'
                   PERFORM 1150-FILL-OUTSTANDING-ENTRY
                   REWRITE STATUS-RECORD
                   IF  WS-STATUS-FILE-STATUS NOT = '00'
                       MOVE 'REWRITE' TO WS-ABEND-OPERATION
                       MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
               WHEN '23'
                   MOVE SPACES TO STATUS-RECORD
                   MOVE WS-BUSINESS-DATE TO FST-BUSINESS-DATE
                   MOVE HD-SOURCE-SYSTEM TO FST-SOURCE-SYSTEM
                   PERFORM 1150-FILL-OUTSTANDING-ENTRY
                   WRITE STATUS-RECORD
                   IF  WS-STATUS-FILE-STATUS NOT = '00'
                       MOVE 'WRITE' TO WS-ABEND-OPERATION
                       MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           ADD 1 TO WS-ENTRIES-POSTED
           .

      *    A RERUN OF THE NIGHT THAT HOLDS THE SAME FEEDER AGAIN PUTS
      *    A CAUGHT-UP ENTRY BACK TO OUTSTANDING - THE DAY'S OUTPUT
      *    WAS REBUILT WITHOUT IT.
       1150-FILL-OUTSTANDING-ENTRY.
           SET FST-OUTSTANDING TO TRUE
           MOVE HD-REASON-TEXT TO FST-REASON-TEXT
           MOVE HD-INPUT-FILENAME TO FST-INPUT-FILENAME
           MOVE WS-NOW-STAMP TO FST-POSTED-STAMP
           MOVE SPACES TO FST-CLEARED-STAMP
           .

       1200-CLEAR-NO-LONGER-HELD.
           MOVE SPACES TO EOF
           MOVE WS-BUSINESS-DATE TO FST-BUSINESS-DATE
           MOVE LOW-VALUES TO FST-SOURCE-SYSTEM
           START STATUS-FILE KEY IS NOT LESS THAN FST-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-FILE
               READ STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  FST-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           SET END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 1250-CHECK-STILL-HELD
                       END-IF
               END-READ
               IF  WS-STATUS-FILE-STATUS NOT = '00'
                       AND WS-STATUS-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           .

       1250-CHECK-STILL-HELD.
           MOVE 'N' TO WS-HELD-SWITCH
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
               IF  WS-HELD-SOURCE (WS-HELD-SUB) = FST-SOURCE-SYSTEM
                   SET SOURCE-IS-HELD TO TRUE
               END-IF
           END-PERFORM

           IF  FST-OUTSTANDING AND NOT SOURCE-IS-HELD
               SET FST-CAUGHT-UP TO TRUE
               MOVE WS-NOW-STAMP TO FST-CLEARED-STAMP
               REWRITE STATUS-RECORD
               IF  WS-STATUS-FILE-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ABEND-OPERATION
                   MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               DISPLAY 'FEEDSTAT: ' FST-SOURCE-SYSTEM
                   ' NO LONGER HELD FOR ' WS-BUSINESS-DATE
                   ' - MARKED CAUGHT UP'
               ADD 1 TO WS-ENTRIES-CLEARED
           END-IF
           .

       2000-CLEAR-ONE-FEEDER.
           MOVE WS-BUSINESS-DATE TO FST-BUSINESS-DATE
           MOVE WS-CLEAR-SOURCE TO FST-SOURCE-SYSTEM
           READ STATUS-FILE
           EVALUATE WS-STATUS-FILE-STATUS
               WHEN '00'
                   IF  FST-CAUGHT-UP
                       DISPLAY 'FEEDSTAT: ' WS-CLEAR-SOURCE
                           ' ALREADY CAUGHT UP FOR ' WS-BUSINESS-DATE
                   ELSE
                       SET FST-CAUGHT-UP TO TRUE
                       MOVE WS-NOW-STAMP TO FST-CLEARED-STAMP
                       REWRITE STATUS-RECORD
                       IF  WS-STATUS-FILE-STATUS NOT = '00'
                           MOVE 'REWRITE' TO WS-ABEND-OPERATION
                           MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                           MOVE WS-STATUS-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                       DISPLAY 'FEEDSTAT: ' WS-CLEAR-SOURCE
                           ' CAUGHT UP FOR ' WS-BUSINESS-DATE
                       ADD 1 TO WS-ENTRIES-CLEARED
                   END-IF
               WHEN '23'
                   DISPLAY 'FEEDSTAT: ' WS-CLEAR-SOURCE
                       ' NOT OUTSTANDING FOR ' WS-BUSINESS-DATE
                   MOVE 'FEEDER NOT OUTSTANDING' TO RR-STATUS-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    ONE PASS IN KEY SEQUENCE - OLDEST BUSINESS DATE FIRST, THE
      *    FEEDERS OF A DAY IN SOURCE-SYSTEM ORDER. GIVEN A DATE, THE
      *    WALK STARTS AT THAT DAY AND STOPS AT THE NEXT.
       3000-LIST-FEEDERS.
           MOVE SPACES TO EOF
           IF  WS-BUSINESS-DATE NOT = ZERO
               MOVE WS-BUSINESS-DATE TO FST-BUSINESS-DATE
               MOVE LOW-VALUES TO FST-SOURCE-SYSTEM
               START STATUS-FILE KEY IS NOT LESS THAN FST-KEY
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-BUSINESS-DATE = ZERO
                               IF  FST-OUTSTANDING
                                   PERFORM 3100-DISPLAY-ONE-FEEDER
                               END-IF
                           WHEN FST-BUSINESS-DATE = WS-BUSINESS-DATE
                               PERFORM 3100-DISPLAY-ONE-FEEDER
                           WHEN OTHER
                               SET END-OF-FILE TO TRUE
                       END-EVALUATE
               END-READ
               IF  WS-STATUS-FILE-STATUS NOT = '00'
                       AND WS-STATUS-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE STATUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           IF  WS-ENTRIES-LISTED = ZERO
               DISPLAY 'FEEDSTAT: NO FEEDERS TO LIST ON '
                   FUNCTION TRIM(STATUS-FILENAME)
           END-IF
           IF  WS-OUTSTANDING-COUNT > ZERO
               DISPLAY 'FEEDSTAT: ' WS-OUTSTANDING-COUNT
                   ' FEEDERS OUTSTANDING'
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *    DAYS OUTSTANDING RUN FROM THE BUSINESS DATE TO TODAY FOR AN
      *    OUTSTANDING FEEDER, AND TO THE DAY IT WAS CLEARED FOR ONE
      *    ALREADY CAUGHT UP - HOW LATE IT CAME IN.
       3100-DISPLAY-ONE-FEEDER.
           MOVE FST-BUSINESS-DATE TO DSP-BUSINESS-DATE
           MOVE FST-SOURCE-SYSTEM TO DSP-SOURCE-SYSTEM
           MOVE FST-REASON-TEXT TO DSP-REASON-TEXT
           IF  FST-OUTSTANDING
               MOVE 'OUTSTANDING' TO DSP-STATUS
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(FST-BUSINESS-DATE)
               ADD 1 TO WS-OUTSTANDING-COUNT
           ELSE
               MOVE 'CAUGHT UP' TO DSP-STATUS
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FST-CLEARED-STAMP (1:8)))
                 - FUNCTION INTEGER-OF-DATE(FST-BUSINESS-DATE)
           END-IF
           MOVE WS-DAYS-OUTSTANDING TO DSP-DAYS
           DISPLAY DSP-STATUS-LINE
           DISPLAY '    IN  ' FUNCTION TRIM(FST-INPUT-FILENAME)
           ADD 1 TO WS-ENTRIES-LISTED
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
      *    OTHER PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'FEEDSTAT: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           IF  NOT ACTION-LIST
               PERFORM 9960-REGISTER-RUN
           END-IF
           GOBACK
           .

      *    REGISTER A POST OR CLEAR IN THE RUN-REGISTRY MASTER - HOLD
      *    LINES READ, ENTRIES POSTED OUTSTANDING, ENTRIES MARKED
      *    CAUGHT UP. RUNREG ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE 'FEEDSTAT' TO RR-PROGRAM
           IF  ACTION-POST
               MOVE HOLD-FILENAME TO RR-INPUT-FILENAME
               MOVE SPACES TO RR-SOURCE-SYSTEM
           ELSE
               MOVE SPACES TO RR-INPUT-FILENAME
               MOVE WS-CLEAR-SOURCE TO RR-SOURCE-SYSTEM
           END-IF
           MOVE STATUS-FILENAME TO RR-OUTPUT-FILENAME
           MOVE WS-HOLD-LINES-READ TO RR-RECORDS-READ
           COMPUTE RR-RECORDS-WRITTEN = WS-ENTRIES-POSTED
                                      + WS-ENTRIES-CLEARED
           MOVE ZERO TO RR-RECORDS-REJECTED
           MOVE ZERO TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'FEEDSTAT: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
