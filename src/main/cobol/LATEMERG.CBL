      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MERGE A LATE FEEDER INTO A BUSINESS DAY'S OUTPUT
      *            FILE AFTER THE NIGHT'S CONSOLIDATION RUN HAS GONE
      *            WITHOUT IT. THE LATE FEED IS CONVERTED ON ITS OWN
      *            (AN ORDINARY SINGLE-FEED CONVERT RUN INTO A SIDE
      *            OUTPUT FILE) AND THIS PROGRAM APPENDS THAT OUTPUT
      *            TO THE DAY'S FILE AHEAD OF A REFRESHED TRAILER,
      *            ADDS ITS REJECTS TO THE DAY'S EXCEPTION FILE AND
      *            ITS HELD RECORDS TO THE DAY'S SUSPENSE FILE,
      *            REWRITES THE DAY'S BALANCING MANIFEST FOR THE
      *            COMBINED FILE, AND APPENDS A CATCH-UP SECTION TO
      *            THE DAY'S CONTROL REPORT - SO THE DAY ENDS UP AS IF
      *            THE FEEDER HAD MADE THE NIGHT'S RUN.
      *
      * USAGE:     LATEMERG OUTPUT-FILENAME LATE-FILENAME [OUTPUT-MODE]
      *
      *            OUTPUT-FILENAME is the day's CONVERT output.
      *            LATE-FILENAME is the late feeder's own SEQ CONVERT
      *            output, with its exception file alongside as
      *            LATE-FILENAME.REJ (AND ITS SUSPENSE FILE AS
      *            LATE-FILENAME.SUS WHEN IT RAN WITH SUSPENSE
      *            RULES). OUTPUT-MODE is SEQ (default) or
      *            IDX and describes the DAY'S output file, as on
      *            REPROC.
      *
      *            IN SEQ MODE THE COMBINED FILE IS BUILT ALONGSIDE THE
      *            ORIGINAL AS OUTPUT-FILENAME.NEW, EXACTLY AS REPROC
      *            BUILDS IT, AND THE BATCH WRAPPER (CATCHUP.SH) MOVES
      *            IT OVER THE ORIGINAL ON A CLEAN RETURN CODE. IN IDX
      *            MODE THE FILE IS UPDATED IN PLACE - THE LATE
      *            RECORDS ARE WRITTEN WITH SEQUENCE NUMBERS CONTINUING
      *            FROM THE TRAILER COUNT AND THE TRAILER IS REWRITTEN.
      *
      *            THE LATE RUN'S LINEAGE (LATE-FILENAME.LIN, SEE
      *            CONVERT) FOLLOWS ITS RECORDS INTO THE DAY'S LINEAGE
      *            FILE, EACH ENTRY RENUMBERED TO ITS RECORD'S PLACE IN
      *            THE COMBINED FILE - IN SEQ MODE THE DAY'S ENTRIES
      *            ARE COPIED TO OUTPUT-FILENAME.NEW.LIN FIRST, FOR THE
      *            WRAPPER TO MOVE INTO PLACE WITH THE COMBINED FILE, AS
      *            REPROC DOES; IN IDX MODE OUTPUT-FILENAME.LIN IS
      *            EXTENDED IN PLACE.
      *
      *            NOTHING IS MERGED WHEN THE LATE OUTPUT HAS NO
      *            TRAILER OR A TORN ONE (ITS CONVERT NEVER FINISHED),
      *            OR WHEN THE DAY'S OUTPUT, EXCEPTION OR SUSPENSE FILE
      *            ALREADY CARRIES RECORDS FROM THE LATE FEEDER'S
      *            SOURCE SYSTEM - A SECOND CATCH-UP OF THE SAME FEED
      *            MUST NOT DOUBLE IT UP, EVEN WHEN EVERY RECORD OF IT
      *            WAS REJECTED OR HELD.
      *
      *            RETURN CODES: 0 MERGED, 4 THE DAY'S FILE HAS A TORN
      *            TRAILER (NOTHING MERGED - INVESTIGATE FIRST), 1
      *            HARD ERROR OR NOTHING TO MERGE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEMERG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LATE-OUTPUT-FILE ASSIGN TO LATE-FILENAME
           FILE STATUS IS WS-LATE-OUTPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LATE-REJ-FILE ASSIGN TO WS-LATE-REJ-FILENAME
           FILE STATUS IS WS-LATE-REJ-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRIOR-OUTPUT-FILE ASSIGN TO OUTPUT-FILENAME
           FILE STATUS IS WS-PRIOR-OUTPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEW-OUTPUT-FILE ASSIGN TO WS-NEW-OUTPUT-FILENAME
           FILE STATUS IS WS-NEW-OUTPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    USED INSTEAD OF THE TWO LINE SEQUENTIAL OUTPUT FILES WHEN
      *    OUTPUT-MODE IS IDX - THE INDEXED FILE IS UPDATED IN PLACE.
       SELECT INDEXED-OUTPUT-FILE ASSIGN TO OUTPUT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-KEY
           FILE STATUS IS WS-INDEXED-OUTPUT-FILE-STATUS.

       SELECT COMBINED-REJ-FILE ASSIGN TO WS-COMBINED-REJ-FILENAME
           FILE STATUS IS WS-COMBINED-REJ-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LATE-SUS-FILE ASSIGN TO WS-LATE-SUS-FILENAME
           FILE STATUS IS WS-LATE-SUS-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DAY-SUS-FILE ASSIGN TO WS-DAY-SUS-FILENAME
           FILE STATUS IS WS-DAY-SUS-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    THE LATE RUN'S LINEAGE, THE DAY'S LINEAGE READ FOR THE
      *    SEQ-MODE COPY, AND THE LINEAGE WRITTEN ALONGSIDE THE
      *    COMBINED OUTPUT - THE .NEW.LIN COPY IN SEQ MODE, THE DAY'S
      *    OWN FILE IN IDX MODE.
       SELECT LATE-LINEAGE-FILE ASSIGN TO WS-LATE-LINEAGE-FILENAME
           FILE STATUS IS WS-LATE-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRIOR-LINEAGE-FILE ASSIGN TO WS-PRIOR-LINEAGE-FILENAME
           FILE STATUS IS WS-PRIOR-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LINEAGE-FILE ASSIGN TO WS-LINEAGE-FILENAME
           FILE STATUS IS WS-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BALANCING MANIFEST FOR THE COMBINED FILE - REWRITTEN IN
      *    FULL, IN EXACTLY THE SHAPE CONVERT WRITES IT, SO BALCHK
      *    VERIFIES THE CAUGHT-UP DAY THE SAME AS ANY OTHER.
       SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
           FILE STATUS IS WS-MANIFEST-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LATE-OUTPUT-FILE.
       01 LATE-OUTPUT-RECORD.
          COPY OUTPUT.
       01 LATE-TRAILER-RECORD REDEFINES LATE-OUTPUT-RECORD.
           05  LT-TRAILER-ID         PIC X(07).
           05  LT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

       FD LATE-REJ-FILE.
       01 LATE-REJ-RECORD PIC X(251).
       01 LATE-REJ-FIELDS REDEFINES LATE-REJ-RECORD.
           05  FILLER                PIC X(237).
           05  LR-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(10).

       FD PRIOR-OUTPUT-FILE.
       01 PRIOR-OUTPUT-RECORD PIC X(99).
       01 PRIOR-TRAILER-RECORD REDEFINES PRIOR-OUTPUT-RECORD.
           05  PT-TRAILER-ID         PIC X(07).
           05  PT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).
      *    THE AMOUNT AND SOURCE-SYSTEM FIELDS OF A DATA RECORD - SAME
      *    POSITIONS AS OUTPUT.CPY.
       01 PRIOR-DATA-RECORD REDEFINES PRIOR-OUTPUT-RECORD.
           05  FILLER                PIC X(68).
           05  PD-AMOUNT             PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  PD-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(15).

       FD NEW-OUTPUT-FILE.
       01 NEW-OUTPUT-RECORD PIC X(99).

      *    SAME DATA AS THE OUTPUT RECORD UNDER IDX-PREFIXED NAMES
      *    PLUS A KEY, MATCHING THE INDEXED-OUTPUT-RECORD CONVERT
      *    BUILDS IN IDX MODE.
       FD INDEXED-OUTPUT-FILE.
       01 INDEXED-OUTPUT-RECORD.
           05  IDX-KEY.
               10  IDX-STATE-CODE        PIC X(02).
               10  IDX-SEQUENCE-NUMBER   PIC 9(07).
           05  IDX-TEXT-1            PIC X(12).
           05  IDX-STATE-NAME        PIC X(30).
           05  IDX-TEXT-2            PIC X(24).
           05  IDX-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  IDX-SOURCE-SYSTEM     PIC X(04).
           05  IDX-CURRENCY-CODE     PIC X(03).
           05  IDX-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-OUTPUT-RECORD.
           05  IT-KEY.
               10  IT-STATE-CODE         PIC X(02).
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

      *    THE LATE FEEDER'S REJECTS WERE NUMBERED FROM 1 BY ITS OWN
      *    CONVERT RUN, SO EACH IS RESTAMPED WITH ITS POSITION IN THE
      *    DAY'S EXCEPTION FILE AS IT IS APPENDED - SEE CONVERT'S
      *    EXCEPTION-RECORD.
       FD COMBINED-REJ-FILE.
       01 COMBINED-REJ-RECORD PIC X(251).
       01 COMBINED-REJ-NUMBERED REDEFINES COMBINED-REJ-RECORD.
           05  FILLER                PIC X(237).
           05  CX-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  CX-EXCEPTION-NUMBER   PIC 9(09).

      *    SEE CONVERT'S SUSPENSE-RECORD. THE LATE FEEDER'S HELD
      *    RECORDS ARE RENUMBERED ON FROM THE DAY'S HIGHEST HOLD
      *    NUMBER AS THEY ARE APPENDED, AS ITS REJECTS ARE.
       FD LATE-SUS-FILE.
       01 LATE-SUS-RECORD PIC X(506).
       01 LATE-SUS-FIELDS REDEFINES LATE-SUS-RECORD.
           05  FILLER                PIC X(152).
      *    THE SOURCE-SYSTEM CODE ON THE HELD RECORD'S OUTPUT IMAGE.
           05  LS-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(350).

       FD DAY-SUS-FILE.
       01 DAY-SUS-RECORD PIC X(506).
       01 DAY-SUS-FIELDS REDEFINES DAY-SUS-RECORD.
           05  DS-HOLD-NUMBER        PIC 9(09).
           05  FILLER                PIC X(37).
           05  DS-STATUS             PIC X(01).
               88  DS-HOLD-PENDING   VALUE 'P'.
           05  FILLER                PIC X(105).
      *    THE SOURCE-SYSTEM CODE ON THE HELD RECORD'S OUTPUT IMAGE.
           05  DS-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(350).

       FD LATE-LINEAGE-FILE.
       01 LATE-LINEAGE-RECORD PIC X(202).

       FD PRIOR-LINEAGE-FILE.
       01 PRIOR-LINEAGE-RECORD PIC X(202).

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          COPY LINEAGE.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).

      *    SEVEN FIXED LINES IN A FIXED ORDER, AS CONVERT WRITES THEM:
      *    RECORD COUNT, NET AMOUNT TOTAL, DEBIT COUNT, DEBIT
      *    MAGNITUDE, CREDIT COUNT, CREDIT MAGNITUDE, HELD COUNT.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(20).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OUTPUT-FILENAME  PIC X(120).
           05  LATE-FILENAME    PIC X(120).
           05  OUTPUT-MODE-PARM PIC X(03).

       01  WS-OUTPUT-MODE           PIC X(03) VALUE 'SEQ'.
           88  INDEXED-OUTPUT-MODE  VALUE 'IDX'.

       01  WS-NEW-OUTPUT-FILENAME   PIC X(124).
       01  WS-LATE-REJ-FILENAME     PIC X(124).
       01  WS-COMBINED-REJ-FILENAME PIC X(124).
       01  WS-CONTROL-FILENAME      PIC X(124).
       01  WS-MANIFEST-FILENAME     PIC X(124).
       01  WS-LATE-SUS-FILENAME     PIC X(124).
       01  WS-DAY-SUS-FILENAME      PIC X(124).
       01  WS-LATE-LINEAGE-FILENAME PIC X(124).
       01  WS-PRIOR-LINEAGE-FILENAME PIC X(124).
       01  WS-LINEAGE-FILENAME      PIC X(124).

      *    STAGING FIELDS FOR THE MANIFEST LINES - COUNTS PLAIN,
      *    AMOUNTS WITH A LEADING SIGN AND AN EXPLICIT DECIMAL POINT.
       01  WS-MFT-COUNT             PIC 9(09).
       01  WS-MFT-AMOUNT            PIC +9(13).9(4).
       01  WS-MFT-MAGNITUDE         PIC 9(13).9(4).

       01  WS-FILE-STATUS.
           05  WS-LATE-OUTPUT-FILE-STATUS    PIC X(02).
           05  WS-LATE-REJ-FILE-STATUS       PIC X(02).
           05  WS-PRIOR-OUTPUT-FILE-STATUS   PIC X(02).
           05  WS-NEW-OUTPUT-FILE-STATUS     PIC X(02).
           05  WS-INDEXED-OUTPUT-FILE-STATUS PIC X(02).
           05  WS-COMBINED-REJ-FILE-STATUS   PIC X(02).
           05  WS-CONTROL-REPORT-FILE-STATUS PIC X(02).
           05  WS-MANIFEST-FILE-STATUS       PIC X(02).
           05  WS-LATE-SUS-FILE-STATUS       PIC X(02).
           05  WS-DAY-SUS-FILE-STATUS        PIC X(02).
           05  WS-LATE-LINEAGE-FILE-STATUS   PIC X(02).
           05  WS-PRIOR-LINEAGE-FILE-STATUS  PIC X(02).
           05  WS-LINEAGE-FILE-STATUS        PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.
       01  LINEAGE-EOF PIC X VALUE SPACES.
           88  LINEAGE-END-OF-FILE  VALUE 'N'.

       01  WS-LATE-TRAILER-SWITCH   PIC X VALUE 'N'.
           88  LATE-TRAILER-SEEN    VALUE 'Y'.
       01  WS-PRIOR-TRAILER-SWITCH  PIC X VALUE 'N'.
           88  PRIOR-TRAILER-SEEN   VALUE 'Y'.
       01  WS-PRIOR-MISMATCH-SWITCH PIC X VALUE 'N'.
           88  PRIOR-TRAILER-MISMATCH VALUE 'Y'.
       01  WS-ALREADY-MERGED-SWITCH PIC X VALUE 'N'.
           88  FEEDER-ALREADY-MERGED VALUE 'Y'.
       01  WS-LATE-SUSPENSE-SWITCH  PIC X VALUE 'N'.
           88  LATE-SUSPENSE-FOUND  VALUE 'Y'.
       01  WS-LATE-LINEAGE-SWITCH   PIC X VALUE 'N'.
           88  LATE-LINEAGE-FOUND   VALUE 'Y'.

      *    THE LATE FEEDER'S SOURCE-SYSTEM CODE, TAKEN FROM THE FIRST
      *    RECORD OF ITS OUTPUT - CONVERT STAMPS IT ON EVERY RECORD -
      *    OR, WHEN NO RECORD GOT THROUGH, FROM ITS FIRST REJECT OR
      *    FIRST HELD RECORD. SEE 1100-FIND-LATE-SOURCE.
       01  WS-LATE-SOURCE-SYSTEM    PIC X(04) VALUE SPACES.

      *    THE AMOUNT OF THE RECORD BEING TALLIED INTO THE COMBINED
      *    MANIFEST TOTALS, WHICHEVER FILE IT CAME FROM.
       01  WS-TALLY-AMOUNT          PIC S9(7)V9(4) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-LATE-RECORDS          PIC 9(9)  VALUE ZERO.
           05  WS-LATE-TRAILER-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-LATE-REJECTED         PIC 9(9)  VALUE ZERO.
           05  WS-LAST-EXCEPTION-NUMBER PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-REJ-LINES       PIC 9(9)  VALUE ZERO.
           05  WS-LATE-AMOUNT           PIC S9(13)V9(4) VALUE ZERO.
           05  WS-LATE-APPENDED         PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-OUTPUT-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-COPIED-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-COMBINED-OUTPUT-COUNT PIC 9(9)  VALUE ZERO.
           05  WS-LAST-HOLD-NUMBER      PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-SUS-LINES       PIC 9(9)  VALUE ZERO.
           05  WS-LATE-SUSPENDED        PIC 9(9)  VALUE ZERO.
           05  WS-LATE-HELD             PIC 9(9)  VALUE ZERO.
           05  WS-DAY-HELD              PIC 9(9)  VALUE ZERO.

      *    THE DEBIT AND CREDIT BUCKETS CARRY EACH SIDE'S COUNT AND
      *    UNSIGNED MAGNITUDE FOR THE BALANCING MANIFEST, AS IN
      *    CONVERT'S RUN TOTALS - HERE OVER THE WHOLE COMBINED FILE.
       01  WS-COMBINED-TOTALS.
           05  WS-COMBINED-WRITTEN      PIC 9(9)  VALUE ZERO.
           05  WS-COMBINED-AMOUNT       PIC S9(13)V9(4) VALUE ZERO.
           05  WS-DEBIT-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-DEBIT-TOTAL           PIC 9(13)V9(4) VALUE ZERO.
           05  WS-CREDIT-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-CREDIT-TOTAL          PIC 9(13)V9(4) VALUE ZERO.

       01  WS-MERGE-STAMP           PIC X(14).

      *    THE IDX KEY A LINEAGE ENTRY NAMES - THE RECORD'S STATE AND
      *    ITS SEQUENCE NUMBER, WHICH IS ITS POSITION IN THE FILE.
       01  WS-LINEAGE-KEY.
           05  WS-LINEAGE-KEY-STATE     PIC X(02).
           05  WS-LINEAGE-KEY-SEQUENCE  PIC 9(07).

       01  TRAILER-RECORD.
           05  TRAILER-ID               PIC X(07) VALUE 'TRAILER'.
           05  TRAILER-RECORD-COUNT     PIC 9(08).
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  CR-COUNT-LINE.
           05  CR-COUNT-LABEL           PIC X(40).
           05  CR-COUNT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.

       01  CR-AMOUNT-LINE.
           05  CR-AMOUNT-LABEL          PIC X(40).
           05  CR-AMOUNT-VALUE          PIC -Z,ZZZ,ZZZ,ZZ9.9999.

      *    PER-FEEDER LINES, IN THE SHAPE OF THE PER-FEEDER BREAKDOWN
      *    ON CONVERT'S CONSOLIDATION CONTROL REPORT.
       01  CR-FEEDER-COUNT-LINE.
           05  FILLER                   PIC X(07) VALUE 'FEEDER '.
           05  CR-FEEDER-SOURCE         PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CR-FEEDER-LABEL          PIC X(28).
           05  CR-FEEDER-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    RUN (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
      *    TIMESTAMP IS CAPTURED IN 0500-INITIALIZE.
       01  RUN-REGISTRATION.
          COPY RUNREG.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-CHECK-LATE-OUTPUT
           IF  WS-LATE-SOURCE-SYSTEM = SPACES
               PERFORM 1100-FIND-LATE-SOURCE
           END-IF
           IF  WS-LATE-SOURCE-SYSTEM NOT = SPACES
               PERFORM 1200-CHECK-DAY-EXCEPTIONS
               PERFORM 1300-CHECK-DAY-SUSPENSE
           END-IF
           IF  INDEXED-OUTPUT-MODE
               PERFORM 2100-TALLY-INDEXED-OUTPUT
           ELSE
               PERFORM 2000-COPY-PRIOR-OUTPUT
           END-IF

           IF  FEEDER-ALREADY-MERGED
               DISPLAY 'LATEMERG: FEEDER ' WS-LATE-SOURCE-SYSTEM
                   ' ALREADY IN ' FUNCTION TRIM(OUTPUT-FILENAME)
                   ' - NOTHING MERGED'
               PERFORM 2900-CLOSE-DAY-OUTPUT
               MOVE 'FEEDER ALREADY IN OUTPUT' TO RR-STATUS-TEXT
               MOVE 1 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF

           IF  PRIOR-TRAILER-MISMATCH
               DISPLAY 'LATEMERG: TRAILER COUNT MISMATCH ON '
                   FUNCTION TRIM(OUTPUT-FILENAME) ' - NOTHING MERGED'
               PERFORM 2900-CLOSE-DAY-OUTPUT
               MOVE 'DAY OUTPUT TRAILER MISMATCH' TO RR-STATUS-TEXT
               MOVE 4 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF

           PERFORM 3000-APPEND-LATE-RECORDS
           PERFORM 3500-WRITE-TRAILER
           PERFORM 2900-CLOSE-DAY-OUTPUT
           PERFORM 4000-APPEND-LATE-EXCEPTIONS
           PERFORM 4500-APPEND-LATE-SUSPENSE
           PERFORM 3600-WRITE-MANIFEST
           PERFORM 9800-APPEND-CONTROL-REPORT
           DISPLAY 'LATEMERG: FEEDER ' WS-LATE-SOURCE-SYSTEM ' - '
               WS-LATE-APPENDED ' RECORDS MERGED INTO '
               FUNCTION TRIM(OUTPUT-FILENAME)
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO RR-START-STAMP
           MOVE RR-START-STAMP TO WS-MERGE-STAMP
           MOVE SPACES TO RR-STATUS-TEXT
           MOVE SPACES TO OUTPUT-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OUTPUT-FILENAME LATE-FILENAME OUTPUT-MODE-PARM
           END-UNSTRING

           IF  OUTPUT-FILENAME = SPACES OR LATE-FILENAME = SPACES
               DISPLAY 'USAGE: LATEMERG OUTPUT-FILENAME LATE-FILENAME '
                   '[OUTPUT-MODE]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FUNCTION UPPER-CASE(OUTPUT-MODE-PARM) = 'IDX'
               MOVE 'IDX' TO WS-OUTPUT-MODE
           ELSE
               MOVE 'SEQ' TO WS-OUTPUT-MODE
           END-IF

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.NEW' DELIMITED BY SIZE
               INTO WS-NEW-OUTPUT-FILENAME
           END-STRING

           STRING FUNCTION TRIM(LATE-FILENAME) DELIMITED BY SIZE
                  '.REJ' DELIMITED BY SIZE
               INTO WS-LATE-REJ-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.REJ' DELIMITED BY SIZE
               INTO WS-COMBINED-REJ-FILENAME
           END-STRING

           STRING FUNCTION TRIM(LATE-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-LATE-SUS-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-DAY-SUS-FILENAME
           END-STRING

           STRING FUNCTION TRIM(LATE-FILENAME) DELIMITED BY SIZE
                  '.LIN' DELIMITED BY SIZE
               INTO WS-LATE-LINEAGE-FILENAME
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

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.CTL' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.MFT' DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           END-STRING
           .

      *    A FIRST PASS OVER THE LATE OUTPUT, BEFORE THE DAY'S FILE IS
      *    TOUCHED - ITS RECORDS ARE COUNTED AGAINST ITS TRAILER, SO A
      *    CATCH-UP CONVERT THAT NEVER FINISHED IS STOPPED HERE
      *    INSTEAD OF HALF-MERGED.
       1000-CHECK-LATE-OUTPUT.
           MOVE SPACES TO EOF
           OPEN INPUT LATE-OUTPUT-FILE
           IF  WS-LATE-OUTPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE LATE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LATE-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ LATE-OUTPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  LT-TRAILER-ID = 'TRAILER'
                               AND LT-TRAILER-COUNT IS NUMERIC
                           SET LATE-TRAILER-SEEN TO TRUE
                           MOVE LT-TRAILER-COUNT
                               TO WS-LATE-TRAILER-COUNT
                       ELSE
                           ADD 1 TO WS-LATE-RECORDS
                           ADD DECIMAL-OUT-1 TO WS-LATE-AMOUNT
                           IF  WS-LATE-RECORDS = 1
                               MOVE SOURCE-SYSTEM-OUT
                                   TO WS-LATE-SOURCE-SYSTEM
                           END-IF
                       END-IF
               END-READ
               IF  WS-LATE-OUTPUT-FILE-STATUS NOT = '00'
                       AND WS-LATE-OUTPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE LATE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE LATE-OUTPUT-FILE

           IF  NOT LATE-TRAILER-SEEN
                   OR WS-LATE-TRAILER-COUNT NOT = WS-LATE-RECORDS
               DISPLAY 'LATEMERG: NO TRAILER OR TORN TRAILER ON LATE '
                   'OUTPUT ' FUNCTION TRIM(LATE-FILENAME)
                   ' - NOTHING MERGED'
               MOVE 'LATE OUTPUT INCOMPLETE' TO RR-STATUS-TEXT
               MOVE 1 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF
           .

      *    A LATE FEED WHOSE EVERY RECORD WAS REJECTED OR HELD LEAVES
      *    AN OUTPUT WITH NOTHING BUT ITS TRAILER - ITS SOURCE CODE IS
      *    TAKEN FROM THE FIRST LINE OF ITS EXCEPTION FILE, OR FAILING
      *    THAT OF ITS SUSPENSE FILE, BOTH OF WHICH CONVERT STAMPS.
       1100-FIND-LATE-SOURCE.
           OPEN INPUT LATE-REJ-FILE
           EVALUATE WS-LATE-REJ-FILE-STATUS
               WHEN '00'
                   READ LATE-REJ-FILE
                       NOT AT END
                           MOVE LR-SOURCE-SYSTEM
                               TO WS-LATE-SOURCE-SYSTEM
                   END-READ
                   CLOSE LATE-REJ-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LATE-REJ-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-REJ-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE

           IF  WS-LATE-SOURCE-SYSTEM = SPACES
               OPEN INPUT LATE-SUS-FILE
               EVALUATE WS-LATE-SUS-FILE-STATUS
                   WHEN '00'
                       READ LATE-SUS-FILE
                           NOT AT END
                               MOVE LS-SOURCE-SYSTEM
                                   TO WS-LATE-SOURCE-SYSTEM
                       END-READ
                       CLOSE LATE-SUS-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-LATE-SUS-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-LATE-SUS-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
               END-EVALUATE
           END-IF
           .

      *    THE FEEDER IS ALREADY MERGED IF THE DAY'S EXCEPTION FILE
      *    CARRIES ONE OF ITS REJECTS - A FEED HELD OUT OF THE NIGHT'S
      *    RUN LEAVES NONE THERE, SO A REJECT FROM IT CAN ONLY HAVE
      *    COME FROM AN EARLIER CATCH-UP OF THE SAME FEED.
       1200-CHECK-DAY-EXCEPTIONS.
           MOVE SPACES TO EOF
           OPEN INPUT COMBINED-REJ-FILE
           EVALUATE WS-COMBINED-REJ-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ COMBINED-REJ-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF  CX-SOURCE-SYSTEM
                                       = WS-LATE-SOURCE-SYSTEM
                                   SET FEEDER-ALREADY-MERGED TO TRUE
                               END-IF
                       END-READ
                       IF  WS-COMBINED-REJ-FILE-STATUS NOT = '00'
                               AND WS-COMBINED-REJ-FILE-STATUS
                                   NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-COMBINED-REJ-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-COMBINED-REJ-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE COMBINED-REJ-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-COMBINED-REJ-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-COMBINED-REJ-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           MOVE SPACES TO EOF
           .

      *    THE SAME CHECK AGAINST THE DAY'S SUSPENSE FILE, FOR A LATE
      *    FEED WHOSE RECORDS WERE ALL HELD.
       1300-CHECK-DAY-SUSPENSE.
           MOVE SPACES TO EOF
           OPEN INPUT DAY-SUS-FILE
           EVALUATE WS-DAY-SUS-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ DAY-SUS-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF  DS-SOURCE-SYSTEM
                                       = WS-LATE-SOURCE-SYSTEM
                                   SET FEEDER-ALREADY-MERGED TO TRUE
                               END-IF
                       END-READ
                       IF  WS-DAY-SUS-FILE-STATUS NOT = '00'
                               AND WS-DAY-SUS-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-DAY-SUS-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-DAY-SUS-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE DAY-SUS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-DAY-SUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-DAY-SUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           MOVE SPACES TO EOF
           .

      *    SEQ MODE - THE DAY'S RECORDS ARE COPIED TO THE COMBINED
      *    FILE MINUS THEIR TRAILER, TALLIED FOR THE COMBINED MANIFEST
      *    AS THEY GO, AND CHECKED FOR THE LATE FEEDER'S SOURCE CODE.
       2000-COPY-PRIOR-OUTPUT.
           MOVE SPACES TO EOF
           OPEN INPUT PRIOR-OUTPUT-FILE
           IF  WS-PRIOR-OUTPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-PRIOR-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           OPEN OUTPUT NEW-OUTPUT-FILE
           IF  WS-NEW-OUTPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-NEW-OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-NEW-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ PRIOR-OUTPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  PT-TRAILER-ID = 'TRAILER'
                               AND PT-TRAILER-COUNT IS NUMERIC
                           SET PRIOR-TRAILER-SEEN TO TRUE
                           MOVE PT-TRAILER-COUNT
                               TO WS-PRIOR-OUTPUT-COUNT
                       ELSE
                           ADD 1 TO WS-PRIOR-COPIED-COUNT
                           MOVE PD-AMOUNT TO WS-TALLY-AMOUNT
                           PERFORM 2800-TALLY-COMBINED-RECORD
                           IF  PD-SOURCE-SYSTEM = WS-LATE-SOURCE-SYSTEM
                                   AND WS-LATE-SOURCE-SYSTEM
                                       NOT = SPACES
                               SET FEEDER-ALREADY-MERGED TO TRUE
                           END-IF
                           WRITE NEW-OUTPUT-RECORD
                               FROM PRIOR-OUTPUT-RECORD
                           END-WRITE
                           IF  WS-NEW-OUTPUT-FILE-STATUS NOT = '00'
                               MOVE 'WRITE' TO WS-ABEND-OPERATION
                               MOVE WS-NEW-OUTPUT-FILENAME
                                   TO WS-ABEND-FILE-NAME
                               MOVE WS-NEW-OUTPUT-FILE-STATUS
                                   TO WS-ABEND-STATUS
                               PERFORM 9950-ABORT-ON-FILE-ERROR
                           END-IF
                       END-IF
               END-READ
               IF  WS-PRIOR-OUTPUT-FILE-STATUS NOT = '00'
                       AND WS-PRIOR-OUTPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-PRIOR-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE PRIOR-OUTPUT-FILE

      *    A DAY'S FILE WITH NO TRAILER IS A SHORT FILE - THE COPIED
      *    COUNT STANDS IN FOR THE TRAILER COUNT, AS IN REPROC. A
      *    TRAILER THAT DISAGREES WITH THE RECORDS ON THE FILE MEANS
      *    THE FILE IS TORN, AND NOTHING IS MERGED INTO IT.
           IF  NOT PRIOR-TRAILER-SEEN
               DISPLAY 'LATEMERG: NO TRAILER ON DAY OUTPUT '
                   FUNCTION TRIM(OUTPUT-FILENAME)
               MOVE WS-PRIOR-COPIED-COUNT TO WS-PRIOR-OUTPUT-COUNT
           ELSE
               IF  WS-PRIOR-OUTPUT-COUNT NOT = WS-PRIOR-COPIED-COUNT
                   SET PRIOR-TRAILER-MISMATCH TO TRUE
               END-IF
           END-IF
           .

      *    IDX MODE - THE DAY'S FILE IS READ END TO END IN KEY ORDER
      *    FOR THE SAME TALLY AND SOURCE CHECK, AND ITS TRAILER
      *    PSEUDO-RECORD GIVES THE COUNT THE LATE RECORDS' SEQUENCE
      *    NUMBERS CONTINUE FROM. THE FILE STAYS OPEN FOR THE APPEND.
       2100-TALLY-INDEXED-OUTPUT.
           MOVE SPACES TO EOF
           OPEN I-O INDEXED-OUTPUT-FILE
           IF  WS-INDEXED-OUTPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-INDEXED-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  IT-STATE-CODE = 'ZZ'
                               AND IT-SEQUENCE-NUMBER = 9999999
                               AND IT-ID = 'TRAILER'
                           SET PRIOR-TRAILER-SEEN TO TRUE
                           MOVE IT-COUNT TO WS-PRIOR-OUTPUT-COUNT
                       ELSE
                           ADD 1 TO WS-PRIOR-COPIED-COUNT
                           MOVE IDX-AMOUNT TO WS-TALLY-AMOUNT
                           PERFORM 2800-TALLY-COMBINED-RECORD
                           IF  IDX-SOURCE-SYSTEM = WS-LATE-SOURCE-SYSTEM
                                   AND WS-LATE-SOURCE-SYSTEM
                                       NOT = SPACES
                               SET FEEDER-ALREADY-MERGED TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF  WS-INDEXED-OUTPUT-FILE-STATUS NOT = '00'
                       AND WS-INDEXED-OUTPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INDEXED-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           IF  NOT PRIOR-TRAILER-SEEN
               DISPLAY 'LATEMERG: NO TRAILER ON DAY OUTPUT '
                   FUNCTION TRIM(OUTPUT-FILENAME)
               MOVE WS-PRIOR-COPIED-COUNT TO WS-PRIOR-OUTPUT-COUNT
           ELSE
               IF  WS-PRIOR-OUTPUT-COUNT NOT = WS-PRIOR-COPIED-COUNT
                   SET PRIOR-TRAILER-MISMATCH TO TRUE
               END-IF
           END-IF
           .

      *    ONE DATA RECORD OF THE COMBINED FILE INTO THE MANIFEST
      *    TOTALS. A NEGATIVE AMOUNT IS A CREDIT - EACH SIDE KEEPS ITS
      *    OWN COUNT AND UNSIGNED MAGNITUDE.
       2800-TALLY-COMBINED-RECORD.
           ADD 1 TO WS-COMBINED-WRITTEN
           ADD WS-TALLY-AMOUNT TO WS-COMBINED-AMOUNT
           IF  WS-TALLY-AMOUNT < ZERO
               ADD 1 TO WS-CREDIT-COUNT
               COMPUTE WS-CREDIT-TOTAL =
                   WS-CREDIT-TOTAL + FUNCTION ABS(WS-TALLY-AMOUNT)
           ELSE
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-TALLY-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           .

       2900-CLOSE-DAY-OUTPUT.
           IF  INDEXED-OUTPUT-MODE
               CLOSE INDEXED-OUTPUT-FILE
           ELSE
               CLOSE NEW-OUTPUT-FILE
           END-IF
           .

      *    THE SECOND PASS OVER THE LATE OUTPUT - EACH DATA RECORD IS
      *    APPENDED TO THE DAY'S FILE AND TALLIED INTO THE COMBINED
      *    TOTALS, AND ITS LINEAGE ENTRY CARRIED ACROSS WITH IT.
       3000-APPEND-LATE-RECORDS.
           PERFORM 3050-OPEN-LINEAGE
           MOVE SPACES TO EOF
           OPEN INPUT LATE-OUTPUT-FILE
           IF  WS-LATE-OUTPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE LATE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LATE-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ LATE-OUTPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  LT-TRAILER-ID NOT = 'TRAILER'
                           PERFORM 3100-APPEND-ONE-RECORD
                       END-IF
               END-READ
               IF  WS-LATE-OUTPUT-FILE-STATUS NOT = '00'
                       AND WS-LATE-OUTPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE LATE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE LATE-OUTPUT-FILE
           IF  LATE-LINEAGE-FOUND
               CLOSE LATE-LINEAGE-FILE
           END-IF
           CLOSE LINEAGE-FILE
           .

      *    IDX MODE EXTENDS THE DAY'S LINEAGE FILE IN PLACE, STARTING
      *    IT IF THE DAY'S OUTPUT WAS WRITTEN BEFORE LINEAGE WAS KEPT.
      *    SEQ MODE COPIES THE DAY'S ENTRIES TO THE .NEW.LIN FILE
      *    FIRST, AS REPROC DOES. A LATE RUN WITH NO LINEAGE FILE
      *    LEAVES ITS RECORDS UNTRACED, AS A MISSING CHUNK LINEAGE
      *    FILE DOES IN CONVMERG.
       3050-OPEN-LINEAGE.
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
                       PERFORM 3060-COPY-PRIOR-LINEAGE
                       CLOSE PRIOR-LINEAGE-FILE
                   WHEN '35'
                       DISPLAY 'LATEMERG: NO LINEAGE FILE '
                           FUNCTION TRIM(WS-PRIOR-LINEAGE-FILENAME)
                           ' - COMBINED LINEAGE HOLDS LATE FEED ONLY'
                   WHEN OTHER
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-PRIOR-LINEAGE-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-PRIOR-LINEAGE-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
               END-EVALUATE
           END-IF

           MOVE SPACES TO LINEAGE-EOF
           OPEN INPUT LATE-LINEAGE-FILE
           EVALUATE WS-LATE-LINEAGE-FILE-STATUS
               WHEN '00'
                   SET LATE-LINEAGE-FOUND TO TRUE
               WHEN '35'
                   DISPLAY 'LATEMERG: NO LINEAGE FILE '
                       FUNCTION TRIM(WS-LATE-LINEAGE-FILENAME)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LATE-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

       3060-COPY-PRIOR-LINEAGE.
           MOVE SPACES TO LINEAGE-EOF
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

      *    SEQUENCE NUMBERS CONTINUE FROM THE DAY'S TRAILER COUNT SO
      *    THE KEY STAYS UNIQUE ACROSS THE COMBINED FILE, AS IN REPROC.
       3100-APPEND-ONE-RECORD.
           MOVE DECIMAL-OUT-1 TO WS-TALLY-AMOUNT
           PERFORM 2800-TALLY-COMBINED-RECORD
           IF  INDEXED-OUTPUT-MODE
               MOVE STATE-CODE-OUT TO IDX-STATE-CODE
               COMPUTE IDX-SEQUENCE-NUMBER =
                   WS-PRIOR-OUTPUT-COUNT + WS-LATE-APPENDED + 1
               MOVE TEXT-OUT-1    TO IDX-TEXT-1
               MOVE STATE-NAME-OUT TO IDX-STATE-NAME
               MOVE TEXT-OUT-2    TO IDX-TEXT-2
               MOVE DECIMAL-OUT-1 TO IDX-AMOUNT
               MOVE SOURCE-SYSTEM-OUT TO IDX-SOURCE-SYSTEM
               MOVE CURRENCY-CODE-OUT TO IDX-CURRENCY-CODE
               MOVE ORIGINAL-AMOUNT-OUT TO IDX-ORIGINAL-AMOUNT
               WRITE INDEXED-OUTPUT-RECORD
               IF  WS-INDEXED-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INDEXED-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           ELSE
               WRITE NEW-OUTPUT-RECORD FROM LATE-OUTPUT-RECORD
               IF  WS-NEW-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE WS-NEW-OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-NEW-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           IF  LATE-LINEAGE-FOUND
                   AND NOT LINEAGE-END-OF-FILE
               PERFORM 3150-APPEND-ONE-LINEAGE
           END-IF
           ADD 1 TO WS-LATE-APPENDED
           .

      *    THE LATE RUN WROTE ONE LINEAGE ENTRY PER OUTPUT RECORD, IN
      *    OUTPUT ORDER, SO THE NEXT ENTRY IS THIS RECORD'S. IT MOVES
      *    UP TO THE RECORD'S PLACE IN THE COMBINED FILE - THE SAME
      *    NUMBER AS ITS IDX SEQUENCE NUMBER - AND IN IDX MODE TAKES
      *    THE RECORD'S NEW KEY. WHERE IT CAME FROM IS LEFT AS THE
      *    LATE RUN RECORDED IT.
       3150-APPEND-ONE-LINEAGE.
           READ LATE-LINEAGE-FILE
               AT END
                   SET LINEAGE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LATE-LINEAGE-RECORD TO LINEAGE-RECORD
                   COMPUTE LN-OUTPUT-POSITION =
                       WS-PRIOR-OUTPUT-COUNT + WS-LATE-APPENDED + 1
                   IF  INDEXED-OUTPUT-MODE
                       MOVE STATE-CODE-OUT TO WS-LINEAGE-KEY-STATE
                       MOVE LN-OUTPUT-POSITION
                           TO WS-LINEAGE-KEY-SEQUENCE
                       MOVE WS-LINEAGE-KEY TO LN-OUTPUT-KEY
                   END-IF
                   WRITE LINEAGE-RECORD
                   IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                       MOVE 'WRITE' TO WS-ABEND-OPERATION
                       MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
           END-READ
           IF  WS-LATE-LINEAGE-FILE-STATUS NOT = '00'
                   AND WS-LATE-LINEAGE-FILE-STATUS NOT = '10'
               MOVE 'READ' TO WS-ABEND-OPERATION
               MOVE WS-LATE-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LATE-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    THE COMBINED TRAILER COUNT COVERS THE DAY'S RECORDS PLUS
      *    THE LATE FEEDER'S, SO DOWNSTREAM CROSS-FOOTING AGAINST THE
      *    TRAILER STILL HOLDS AFTER THE CATCH-UP.
       3500-WRITE-TRAILER.
           COMPUTE WS-COMBINED-OUTPUT-COUNT =
               WS-PRIOR-OUTPUT-COUNT + WS-LATE-APPENDED
           IF  INDEXED-OUTPUT-MODE
               MOVE SPACES TO INDEXED-OUTPUT-RECORD
               MOVE 'ZZ' TO IT-STATE-CODE
               MOVE 9999999 TO IT-SEQUENCE-NUMBER
               MOVE 'TRAILER' TO IT-ID
               MOVE WS-COMBINED-OUTPUT-COUNT TO IT-COUNT
               IF  PRIOR-TRAILER-SEEN
                   REWRITE INDEXED-OUTPUT-RECORD
               ELSE
                   WRITE INDEXED-OUTPUT-RECORD
               END-IF
               IF  WS-INDEXED-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INDEXED-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           ELSE
               MOVE WS-COMBINED-OUTPUT-COUNT TO TRAILER-RECORD-COUNT
               WRITE NEW-OUTPUT-RECORD FROM TRAILER-RECORD
               IF  WS-NEW-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE WS-NEW-OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-NEW-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           .

      *    THE BALANCING MANIFEST FOR THE COMBINED FILE - THE DATA
      *    RECORDS ACTUALLY ON IT, THE DAY'S AND THE LATE FEEDER'S -
      *    AND THE RECORDS STILL HELD IN THE DAY'S SUSPENSE FILE.
       3600-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF  WS-MANIFEST-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-MANIFEST-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-MANIFEST-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE WS-COMBINED-WRITTEN TO WS-MFT-COUNT
           WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-COMBINED-AMOUNT TO WS-MFT-AMOUNT
           WRITE MANIFEST-RECORD FROM WS-MFT-AMOUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-DEBIT-COUNT TO WS-MFT-COUNT
           WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-DEBIT-TOTAL TO WS-MFT-MAGNITUDE
           WRITE MANIFEST-RECORD FROM WS-MFT-MAGNITUDE
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-CREDIT-COUNT TO WS-MFT-COUNT
           WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-CREDIT-TOTAL TO WS-MFT-MAGNITUDE
           WRITE MANIFEST-RECORD FROM WS-MFT-MAGNITUDE
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-DAY-HELD TO WS-MFT-COUNT
           WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           CLOSE MANIFEST-FILE
           .

       3650-CHECK-MANIFEST-WRITE.
           IF  WS-MANIFEST-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-MANIFEST-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-MANIFEST-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    THE LATE FEEDER'S REJECTS JOIN THE DAY'S EXCEPTION FILE SO
      *    REPROC, REJRPT AND FEEDACK SEE ONE FILE FOR THE DAY. A LATE
      *    FEED THAT REJECTED NOTHING MAY LEAVE NO .REJ BEHIND - THAT
      *    JUST COUNTS AS NO REJECTS, AS IN CONVMERG.
       4000-APPEND-LATE-EXCEPTIONS.
           MOVE SPACES TO EOF
           OPEN INPUT LATE-REJ-FILE
           EVALUATE WS-LATE-REJ-FILE-STATUS
               WHEN '00'
                   PERFORM 4100-COPY-LATE-EXCEPTIONS
                   CLOSE LATE-REJ-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LATE-REJ-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-REJ-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    THE LATE REJECTS NUMBER ON FROM THE HIGHEST EXCEPTION
      *    NUMBER ALREADY IN THE DAY'S FILE - THE NIGHT'S REJECTS AND
      *    ANY EARLIER CATCH-UP'S. A LINE WRITTEN BEFORE THE NUMBER
      *    EXISTED COUNTS AS ITS POSITION IN THE FILE.
       4050-FIND-LAST-EXCEPTION-NUMBER.
           MOVE SPACES TO EOF
           OPEN INPUT COMBINED-REJ-FILE
           EVALUATE WS-COMBINED-REJ-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ COMBINED-REJ-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PRIOR-REJ-LINES
                               IF  CX-EXCEPTION-NUMBER IS NUMERIC
                                   AND CX-EXCEPTION-NUMBER
                                       > WS-LAST-EXCEPTION-NUMBER
                                   MOVE CX-EXCEPTION-NUMBER
                                       TO WS-LAST-EXCEPTION-NUMBER
                               END-IF
                       END-READ
                       IF  WS-COMBINED-REJ-FILE-STATUS NOT = '00'
                               AND WS-COMBINED-REJ-FILE-STATUS
                                   NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-COMBINED-REJ-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-COMBINED-REJ-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE COMBINED-REJ-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-COMBINED-REJ-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-COMBINED-REJ-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           IF  WS-PRIOR-REJ-LINES > WS-LAST-EXCEPTION-NUMBER
               MOVE WS-PRIOR-REJ-LINES TO WS-LAST-EXCEPTION-NUMBER
           END-IF
           MOVE SPACES TO EOF
           .

      *    THE DAY'S EXCEPTION FILE IS EXTENDED - OR STARTED, IF THE
      *    NIGHT'S RUN REJECTED NOTHING AND LEFT NONE BEHIND.
       4100-COPY-LATE-EXCEPTIONS.
           PERFORM 4050-FIND-LAST-EXCEPTION-NUMBER
           OPEN EXTEND COMBINED-REJ-FILE
           IF  WS-COMBINED-REJ-FILE-STATUS = '35'
               OPEN OUTPUT COMBINED-REJ-FILE
           END-IF
           IF  WS-COMBINED-REJ-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-COMBINED-REJ-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-COMBINED-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ LATE-REJ-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LATE-REJECTED
                       MOVE LATE-REJ-RECORD TO COMBINED-REJ-RECORD
                       COMPUTE CX-EXCEPTION-NUMBER =
                           WS-LAST-EXCEPTION-NUMBER + WS-LATE-REJECTED
                       WRITE COMBINED-REJ-RECORD
                       IF  WS-COMBINED-REJ-FILE-STATUS NOT = '00'
                           MOVE 'WRITE' TO WS-ABEND-OPERATION
                           MOVE WS-COMBINED-REJ-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-COMBINED-REJ-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
               END-READ
               IF  WS-LATE-REJ-FILE-STATUS NOT = '00'
                       AND WS-LATE-REJ-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE WS-LATE-REJ-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-REJ-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE COMBINED-REJ-FILE
           .

      *    THE LATE FEEDER'S HELD RECORDS JOIN THE DAY'S SUSPENSE FILE
      *    SO SUSREL SEES ONE FILE FOR THE DAY. THE DAY'S FILE IS READ
      *    FIRST EITHER WAY - ITS PENDING COUNT GOES ON THE MANIFEST -
      *    AND A LATE FEED RUN WITHOUT SUSPENSE RULES, WHICH LEAVES NO
      *    .SUS BEHIND, SIMPLY HELD NOTHING.
       4500-APPEND-LATE-SUSPENSE.
           PERFORM 4550-SCAN-DAY-SUSPENSE
           MOVE SPACES TO EOF
           OPEN INPUT LATE-SUS-FILE
           EVALUATE WS-LATE-SUS-FILE-STATUS
               WHEN '00'
                   SET LATE-SUSPENSE-FOUND TO TRUE
                   PERFORM 4600-COPY-LATE-SUSPENSE
                   CLOSE LATE-SUS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LATE-SUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-SUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    THE HIGHEST HOLD NUMBER ON THE DAY'S SUSPENSE FILE AND HOW
      *    MANY OF ITS RECORDS ARE STILL PENDING. A LINE WITHOUT A
      *    NUMBER COUNTS AS ITS POSITION IN THE FILE, AS FOR THE
      *    EXCEPTION NUMBERS.
       4550-SCAN-DAY-SUSPENSE.
           MOVE SPACES TO EOF
           OPEN INPUT DAY-SUS-FILE
           EVALUATE WS-DAY-SUS-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ DAY-SUS-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PRIOR-SUS-LINES
                               IF  DS-HOLD-NUMBER IS NUMERIC
                                   AND DS-HOLD-NUMBER
                                       > WS-LAST-HOLD-NUMBER
                                   MOVE DS-HOLD-NUMBER
                                       TO WS-LAST-HOLD-NUMBER
                               END-IF
                               IF  DS-HOLD-PENDING
                                   ADD 1 TO WS-DAY-HELD
                               END-IF
                       END-READ
                       IF  WS-DAY-SUS-FILE-STATUS NOT = '00'
                               AND WS-DAY-SUS-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-DAY-SUS-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-DAY-SUS-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE DAY-SUS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-DAY-SUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-DAY-SUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           IF  WS-PRIOR-SUS-LINES > WS-LAST-HOLD-NUMBER
               MOVE WS-PRIOR-SUS-LINES TO WS-LAST-HOLD-NUMBER
           END-IF
           MOVE SPACES TO EOF
           .

      *    THE DAY'S SUSPENSE FILE IS EXTENDED - OR STARTED, IF THE
      *    NIGHT'S RUN HELD NOTHING AND LEFT NONE BEHIND.
       4600-COPY-LATE-SUSPENSE.
           OPEN EXTEND DAY-SUS-FILE
           IF  WS-DAY-SUS-FILE-STATUS = '35'
               OPEN OUTPUT DAY-SUS-FILE
           END-IF
           IF  WS-DAY-SUS-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-DAY-SUS-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-DAY-SUS-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ LATE-SUS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LATE-SUSPENDED
                       MOVE LATE-SUS-RECORD TO DAY-SUS-RECORD
                       COMPUTE DS-HOLD-NUMBER =
                           WS-LAST-HOLD-NUMBER + WS-LATE-SUSPENDED
                       IF  DS-HOLD-PENDING
                           ADD 1 TO WS-LATE-HELD
                           ADD 1 TO WS-DAY-HELD
                       END-IF
                       WRITE DAY-SUS-RECORD
                       IF  WS-DAY-SUS-FILE-STATUS NOT = '00'
                           MOVE 'WRITE' TO WS-ABEND-OPERATION
                           MOVE WS-DAY-SUS-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-DAY-SUS-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
               END-READ
               IF  WS-LATE-SUS-FILE-STATUS NOT = '00'
                       AND WS-LATE-SUS-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE WS-LATE-SUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LATE-SUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE DAY-SUS-FILE
           .

      *    THE NIGHT'S CONTROL REPORT IS KEPT AS IT WAS PRINTED - THE
      *    CATCH-UP IS ADDED BELOW IT AS A SECTION OF ITS OWN, SO THE
      *    REPORT READS AS THE NIGHT'S RUN FOLLOWED BY EACH LATE
      *    FEEDER MERGED IN AFTERWARDS.
       9800-APPEND-CONTROL-REPORT.
           OPEN EXTEND CONTROL-REPORT-FILE
           IF  WS-CONTROL-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-REPORT-FILE
           END-IF
           IF  WS-CONTROL-REPORT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-CONTROL-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'LATEMERG CATCH-UP - FEEDER '
                  WS-LATE-SOURCE-SYSTEM
                  ' MERGED ' WS-MERGE-STAMP (1:4)
                  '-' WS-MERGE-STAMP (5:2)
                  '-' WS-MERGE-STAMP (7:2)
                  ' ' WS-MERGE-STAMP (9:2)
                  ':' WS-MERGE-STAMP (11:2) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'LATE FEED OUTPUT '
                  FUNCTION TRIM(LATE-FILENAME) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE WS-LATE-SOURCE-SYSTEM TO CR-FEEDER-SOURCE

           MOVE 'RECORDS MERGED  . . . . . . .' TO CR-FEEDER-LABEL
           MOVE WS-LATE-APPENDED TO CR-FEEDER-VALUE
           MOVE CR-FEEDER-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'RECORDS REJECTED  . . . . . .' TO CR-FEEDER-LABEL
           MOVE WS-LATE-REJECTED TO CR-FEEDER-VALUE
           MOVE CR-FEEDER-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  LATE-SUSPENSE-FOUND
               MOVE 'RECORDS HELD IN SUSPENSE . .' TO CR-FEEDER-LABEL
               MOVE WS-LATE-HELD TO CR-FEEDER-VALUE
               MOVE CR-FEEDER-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           MOVE 'TOTAL OF DECIMAL-VALUE-1 MERGED  . . .'
               TO CR-AMOUNT-LABEL
           MOVE WS-LATE-AMOUNT TO CR-AMOUNT-VALUE
           MOVE CR-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'PRIOR OUTPUT RECORD COUNT . . . . . . .'
               TO CR-COUNT-LABEL
           MOVE WS-PRIOR-OUTPUT-COUNT TO CR-COUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'COMBINED OUTPUT RECORD COUNT  . . . . .'
               TO CR-COUNT-LABEL
           MOVE WS-COMBINED-OUTPUT-COUNT TO CR-COUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'COMBINED TOTAL OF DECIMAL-VALUE-1 (NET)'
               TO CR-AMOUNT-LABEL
           MOVE WS-COMBINED-AMOUNT TO CR-AMOUNT-VALUE
           MOVE CR-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           CLOSE CONTROL-REPORT-FILE
           .

       9850-WRITE-CONTROL-RECORD.
           WRITE CONTROL-REPORT-RECORD
           IF  WS-CONTROL-REPORT-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-CONTROL-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
      *    OTHER PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'LATEMERG: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

      *    REGISTER THE RUN IN THE RUN-REGISTRY MASTER. THE LATE
      *    OUTPUT IS THE INPUT, SO THE FIGURES ARE THE LATE FEEDER'S -
      *    ITS RECORDS MERGED, ITS REJECTS CARRIED ACROSS, ITS AMOUNT.
      *    RUNREG ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE 'LATEMERG' TO RR-PROGRAM
           MOVE LATE-FILENAME TO RR-INPUT-FILENAME
           MOVE OUTPUT-FILENAME TO RR-OUTPUT-FILENAME
           MOVE WS-LATE-SOURCE-SYSTEM TO RR-SOURCE-SYSTEM
           COMPUTE RR-RECORDS-READ = WS-LATE-RECORDS
                                   + WS-LATE-REJECTED
           MOVE WS-LATE-APPENDED TO RR-RECORDS-WRITTEN
           MOVE WS-LATE-REJECTED TO RR-RECORDS-REJECTED
           MOVE WS-LATE-AMOUNT TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'LATEMERG: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
