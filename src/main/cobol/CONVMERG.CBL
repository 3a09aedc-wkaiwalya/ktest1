      *            COMBINED EXCEPTION FILE, AND A SINGLE TRAILER WITH
      *            THE COMBINED COUNT IS WRITTEN LAST - SO DOWNSTREAM
      *            SEES EXACTLY THE FILE A SINGLE-STREAM RUN WOULD
      *            HAVE PRODUCED. THE CHUNK SUSPENSE FILES ARE
      *            CONCATENATED THE SAME WAY. A CONSOLIDATED CONTROL
      *            REPORT BREAKS WRITTEN/REJECTED/AMOUNT OUT PER CHUNK
      *            AND IN TOTAL. THE CHUNK LINEAGE FILES (SEE CONVERT)
      *            ARE CONCATENATED INTO OUTPUT-FILENAME.LIN WITH EACH
      *            ENTRY'S POSITION RENUMBERED TO ITS PLACE IN THE
      *            COMBINED FILE AND STAMPED WITH ITS CHUNK NUMBER.
      *
      * USAGE:     CONVMERG OUTPUT-FILENAME CHUNK-PREFIX CHUNK-COUNT
      *
      *            CHUNK OUTPUTS ARE EXPECTED AS CHUNK-PREFIX.Cnn.DAT
      *            WITH EXCEPTIONS AT CHUNK-PREFIX.Cnn.DAT.REJ AND
      *            HELD RECORDS AT CHUNK-PREFIX.Cnn.DAT.SUS, AS THE
      *            CONVSPLT JOB RUNS THEM. SEQ OUTPUTS ONLY - A
      *            SPLIT RUN IS ALWAYS SEQ, THE INDEXED OPTION IS A
      *            SINGLE-STREAM FEATURE. THE COMBINED EXCEPTION FILE
      *            IS OUTPUT-FILENAME.REJ, THE COMBINED SUSPENSE FILE
      *            OUTPUT-FILENAME.SUS AND THE CONSOLIDATED CONTROL
      *            REPORT OUTPUT-FILENAME.CTL, THE SAME NAMES A
      *            SINGLE-STREAM RUN WOULD LEAVE BEHIND.
      *
      *            RETURN CODES: 0 CLEAN, 4 A CHUNK HAD NO TRAILER
      *            (SHORT CHUNK - INVESTIGATE BEFORE RELEASING THE
           FILE STATUS IS WS-CHUNK-REJ-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHUNK-SUS-FILE ASSIGN TO WS-CHUNK-SUS-FILENAME
           FILE STATUS IS WS-CHUNK-SUS-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHUNK-LIN-FILE ASSIGN TO WS-CHUNK-LIN-FILENAME
           FILE STATUS IS WS-CHUNK-LIN-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COMBINED-OUTPUT-FILE ASSIGN TO OUTPUT-FILENAME
           FILE STATUS IS WS-COMBINED-OUTPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           FILE STATUS IS WS-COMBINED-REJ-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COMBINED-SUS-FILE ASSIGN TO WS-COMBINED-SUS-FILENAME
           FILE STATUS IS WS-COMBINED-SUS-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COMBINED-LIN-FILE ASSIGN TO WS-COMBINED-LIN-FILENAME
           FILE STATUS IS WS-COMBINED-LIN-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD CHUNK-INPUT-FILE.
       01 CHUNK-INPUT-RECORD PIC X(99).
       01 CHUNK-TRAILER-RECORD REDEFINES CHUNK-INPUT-RECORD.
           05  CK-TRAILER-ID         PIC X(07).
           05  CK-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).
      *    THE AMOUNT FIELD OF A DATA RECORD, FOR THE PER-CHUNK AND
      *    COMBINED AMOUNT TOTALS - SAME POSITIONS AS OUTPUT.CPY.
       01 CHUNK-DATA-RECORD REDEFINES CHUNK-INPUT-RECORD.
           05  FILLER                PIC X(68).
           05  CK-AMOUNT             PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(19).

       FD CHUNK-REJ-FILE.
       01 CHUNK-REJ-RECORD PIC X(251).

      *    SEE CONVERT'S SUSPENSE-RECORD. ONLY THE HOLD NUMBER AND
      *    THE STATUS ARE LOOKED AT HERE.
       FD CHUNK-SUS-FILE.
       01 CHUNK-SUS-RECORD PIC X(506).
       01 CHUNK-SUS-FIELDS REDEFINES CHUNK-SUS-RECORD.
           05  FILLER                PIC X(46).
           05  CS-STATUS             PIC X(01).
               88  CS-HOLD-PENDING   VALUE 'P'.
           05  FILLER                PIC X(459).

       FD CHUNK-LIN-FILE.
       01 CHUNK-LIN-RECORD PIC X(202).

       FD COMBINED-OUTPUT-FILE.
       01 COMBINED-OUTPUT-RECORD PIC X(99).

      *    EVERY CHUNK NUMBERS ITS OWN REJECTS FROM 1, SO THE
      *    EXCEPTION NUMBER TRAILING EACH RECORD (SEE CONVERT'S
      *    EXCEPTION-RECORD) IS RESTAMPED WITH ITS POSITION IN THE
      *    COMBINED FILE, AS A SINGLE-STREAM RUN WOULD HAVE NUMBERED
      *    IT.
       FD COMBINED-REJ-FILE.
       01 COMBINED-REJ-RECORD PIC X(251).
       01 COMBINED-REJ-NUMBERED REDEFINES COMBINED-REJ-RECORD.
           05  FILLER                PIC X(242).
           05  CX-EXCEPTION-NUMBER   PIC 9(09).

      *    HOLD NUMBERS ARE RESTAMPED THE SAME WAY AS EXCEPTION
      *    NUMBERS, SO SUSREL SEES ONE UNIQUE NUMBER PER HELD RECORD,
      *    AND EACH HOLD IS STAMPED WITH ITS CHUNK AS A LINEAGE ENTRY
      *    IS.
       FD COMBINED-SUS-FILE.
       01 COMBINED-SUS-RECORD PIC X(506).
       01 COMBINED-SUS-NUMBERED REDEFINES COMBINED-SUS-RECORD.
           05  CS-HOLD-NUMBER        PIC 9(09).
           05  FILLER                PIC X(364).
           05  CS-CHUNK-NUMBER       PIC 9(02).
           05  FILLER                PIC X(131).

      *    EVERY CHUNK COUNTS ITS OWN POSITIONS FROM 1, SO EACH
      *    ENTRY IS RENUMBERED TO ITS PLACE IN THE COMBINED FILE.
       FD COMBINED-LIN-FILE.
       01 COMBINED-LIN-RECORD.
          COPY LINEAGE.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).

      *    SEVEN FIXED LINES IN A FIXED ORDER, AS CONVERT WRITES THEM:
      *    RECORD COUNT, NET AMOUNT TOTAL, DEBIT COUNT, DEBIT
      *    MAGNITUDE, CREDIT COUNT, CREDIT MAGNITUDE, HELD COUNT.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(20).

       01  WS-CHUNK-FILENAME        PIC X(124).
       01  WS-CHUNK-REJ-FILENAME    PIC X(128).
       01  WS-COMBINED-REJ-FILENAME PIC X(124).
       01  WS-CHUNK-SUS-FILENAME    PIC X(128).
       01  WS-COMBINED-SUS-FILENAME PIC X(124).
       01  WS-CHUNK-LIN-FILENAME    PIC X(128).
       01  WS-COMBINED-LIN-FILENAME PIC X(124).
       01  WS-CONTROL-FILENAME      PIC X(124).
       01  WS-MANIFEST-FILENAME     PIC X(124).

           05  WS-CHUNK-REJ-FILE-STATUS      PIC X(02).
           05  WS-COMBINED-OUTPUT-FILE-STATUS PIC X(02).
           05  WS-COMBINED-REJ-FILE-STATUS   PIC X(02).
           05  WS-CHUNK-SUS-FILE-STATUS      PIC X(02).
           05  WS-COMBINED-SUS-FILE-STATUS   PIC X(02).
           05  WS-CONTROL-REPORT-FILE-STATUS PIC X(02).
           05  WS-MANIFEST-FILE-STATUS       PIC X(02).
           05  WS-CHUNK-LIN-FILE-STATUS      PIC X(02).
           05  WS-COMBINED-LIN-FILE-STATUS   PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
           88  CHUNK-TRAILER-SEEN   VALUE 'Y'.
       01  WS-SHORT-CHUNK-SWITCH    PIC X VALUE 'N'.
           88  SHORT-CHUNK-FOUND    VALUE 'Y'.
       01  WS-SUSPENSE-SWITCH       PIC X VALUE 'N'.
           88  CHUNK-SUSPENSE-FOUND VALUE 'Y'.

      *    COMBINED-FILE POSITION OF THE RECORD AHEAD OF THE CURRENT
      *    CHUNK'S FIRST - ADDED TO EACH CHUNK LINEAGE POSITION.
       01  WS-LINEAGE-BASE          PIC 9(09) VALUE ZERO.

      *    PER-CHUNK FIGURES FOR THE CONSOLIDATED CONTROL REPORT.
       01  WS-CHUNK-TOTALS-TABLE.
               10  WS-CHUNK-REJECTED    PIC 9(09).
               10  WS-CHUNK-AMOUNT      PIC S9(11)V9(4).
               10  WS-CHUNK-TRAILER     PIC 9(09).
               10  WS-CHUNK-HELD        PIC 9(09).
               10  WS-CHUNK-SUSPENDED   PIC 9(09).

      *    THE DEBIT AND CREDIT BUCKETS CARRY EACH SIDE'S COUNT AND
      *    UNSIGNED MAGNITUDE FOR THE BALANCING MANIFEST, AS IN
           05  WS-TOTAL-REJECTED        PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-AMOUNT          PIC S9(13)V9(4) VALUE ZERO.
           05  WS-TOTAL-TRAILER         PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-SUSPENDED       PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-HELD            PIC 9(9)  VALUE ZERO.
           05  WS-DEBIT-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-DEBIT-TOTAL           PIC 9(13)V9(4) VALUE ZERO.
           05  WS-CREDIT-COUNT          PIC 9(9)  VALUE ZERO.
       01  TRAILER-RECORD.
           05  TRAILER-ID               PIC X(07) VALUE 'TRAILER'.
           05  TRAILER-RECORD-COUNT     PIC 9(08).
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  CR-COUNT-LINE.
           05  CR-COUNT-LABEL           PIC X(40).
                   UNTIL WS-CHUNK-SUB > WS-CHUNK-COUNT
               PERFORM 1000-MERGE-ONE-CHUNK
               PERFORM 2000-MERGE-ONE-REJ-FILE
               PERFORM 2200-MERGE-ONE-SUS-FILE
               PERFORM 2400-MERGE-ONE-LIN-FILE
           END-PERFORM
           PERFORM 3500-WRITE-TRAILER
           CLOSE COMBINED-OUTPUT-FILE
           CLOSE COMBINED-REJ-FILE
           CLOSE COMBINED-SUS-FILE
           CLOSE COMBINED-LIN-FILE
           PERFORM 3600-WRITE-MANIFEST
           PERFORM 9800-WRITE-CONTROL-REPORT
           IF  SHORT-CHUNK-FOUND
               INTO WS-COMBINED-REJ-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-COMBINED-SUS-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.LIN' DELIMITED BY SIZE
               INTO WS-COMBINED-LIN-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.CTL' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
               MOVE ZERO TO WS-CHUNK-REJECTED (WS-CHUNK-SUB)
               MOVE ZERO TO WS-CHUNK-AMOUNT (WS-CHUNK-SUB)
               MOVE ZERO TO WS-CHUNK-TRAILER (WS-CHUNK-SUB)
               MOVE ZERO TO WS-CHUNK-HELD (WS-CHUNK-SUB)
               MOVE ZERO TO WS-CHUNK-SUSPENDED (WS-CHUNK-SUB)
           END-PERFORM
           .

               MOVE WS-COMBINED-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           OPEN OUTPUT COMBINED-SUS-FILE
           IF  WS-COMBINED-SUS-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-COMBINED-SUS-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-COMBINED-SUS-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           OPEN OUTPUT COMBINED-LIN-FILE
           IF  WS-COMBINED-LIN-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-COMBINED-LIN-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-COMBINED-LIN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    COPY ONE CHUNK'S OUTPUT ACROSS, MINUS ITS TRAILER, ROLLING

       2100-COPY-ONE-REJ-RECORD.
           ADD 1 TO WS-CHUNK-REJECTED (WS-CHUNK-SUB)
           MOVE CHUNK-REJ-RECORD TO COMBINED-REJ-RECORD
           COMPUTE CX-EXCEPTION-NUMBER =
               WS-TOTAL-REJECTED + WS-CHUNK-REJECTED (WS-CHUNK-SUB)
           WRITE COMBINED-REJ-RECORD
           IF  WS-COMBINED-REJ-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-COMBINED-REJ-FILENAME TO WS-ABEND-FILE-NAME
           END-IF
           .

      *    CONCATENATE ONE CHUNK'S SUSPENSE FILE ONTO THE COMBINED
      *    ONE. A CHUNK RUN WITHOUT SUSPENSE RULES LEAVES NO .SUS
      *    BEHIND AND SIMPLY HELD NOTHING.
       2200-MERGE-ONE-SUS-FILE.
           MOVE SPACES TO WS-CHUNK-SUS-FILENAME
           STRING FUNCTION TRIM(WS-CHUNK-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-CHUNK-SUS-FILENAME
           END-STRING

           MOVE SPACES TO EOF
           OPEN INPUT CHUNK-SUS-FILE
           EVALUATE WS-CHUNK-SUS-FILE-STATUS
               WHEN '00'
                   SET CHUNK-SUSPENSE-FOUND TO TRUE
                   PERFORM UNTIL END-OF-FILE
                       READ CHUNK-SUS-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2300-COPY-ONE-SUS-RECORD
                       END-READ
                       IF  WS-CHUNK-SUS-FILE-STATUS NOT = '00'
                               AND WS-CHUNK-SUS-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-CHUNK-SUS-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-CHUNK-SUS-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE CHUNK-SUS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-CHUNK-SUS-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-CHUNK-SUS-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE

           ADD WS-CHUNK-SUSPENDED (WS-CHUNK-SUB) TO WS-TOTAL-SUSPENDED
           ADD WS-CHUNK-HELD (WS-CHUNK-SUB) TO WS-TOTAL-HELD
           .

       2300-COPY-ONE-SUS-RECORD.
           ADD 1 TO WS-CHUNK-SUSPENDED (WS-CHUNK-SUB)
           IF  CS-HOLD-PENDING
               ADD 1 TO WS-CHUNK-HELD (WS-CHUNK-SUB)
           END-IF
           MOVE CHUNK-SUS-RECORD TO COMBINED-SUS-RECORD
           COMPUTE CS-HOLD-NUMBER =
               WS-TOTAL-SUSPENDED + WS-CHUNK-SUSPENDED (WS-CHUNK-SUB)
           MOVE WS-CHUNK-SUB TO CS-CHUNK-NUMBER
           WRITE COMBINED-SUS-RECORD
           IF  WS-COMBINED-SUS-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-COMBINED-SUS-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-COMBINED-SUS-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    CONCATENATE ONE CHUNK'S LINEAGE FILE ONTO THE COMBINED ONE.
      *    THE CHUNK'S RECORDS WERE COPIED IN ORDER AFTER EVERY EARLIER
      *    CHUNK'S, SO A CHUNK POSITION MOVES UP BY THE RECORDS AHEAD
      *    OF IT (WS-TOTAL-WRITTEN ALREADY INCLUDES THIS CHUNK). A
      *    MISSING FILE IS TOLERATED - THE CHUNK'S RECORDS SIMPLY GO
      *    UNTRACED.
       2400-MERGE-ONE-LIN-FILE.
           MOVE SPACES TO WS-CHUNK-LIN-FILENAME
           STRING FUNCTION TRIM(WS-CHUNK-FILENAME) DELIMITED BY SIZE
                  '.LIN' DELIMITED BY SIZE
               INTO WS-CHUNK-LIN-FILENAME
           END-STRING
           COMPUTE WS-LINEAGE-BASE =
               WS-TOTAL-WRITTEN - WS-CHUNK-WRITTEN (WS-CHUNK-SUB)

           MOVE SPACES TO EOF
           OPEN INPUT CHUNK-LIN-FILE
           EVALUATE WS-CHUNK-LIN-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ CHUNK-LIN-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2500-COPY-ONE-LIN-RECORD
                       END-READ
                       IF  WS-CHUNK-LIN-FILE-STATUS NOT = '00'
                               AND WS-CHUNK-LIN-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-CHUNK-LIN-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-CHUNK-LIN-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE CHUNK-LIN-FILE
               WHEN '35'
                   DISPLAY 'CONVMERG: NO LINEAGE FILE '
                       FUNCTION TRIM(WS-CHUNK-LIN-FILENAME)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-CHUNK-LIN-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-CHUNK-LIN-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

       2500-COPY-ONE-LIN-RECORD.
           MOVE CHUNK-LIN-RECORD TO COMBINED-LIN-RECORD
           ADD WS-LINEAGE-BASE TO LN-OUTPUT-POSITION
           MOVE WS-CHUNK-SUB TO LN-CHUNK-NUMBER
           WRITE COMBINED-LIN-RECORD
           IF  WS-COMBINED-LIN-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-COMBINED-LIN-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-COMBINED-LIN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    ONE TRAILER FOR THE COMBINED FILE, CARRYING THE SUM OF THE
      *    CHUNK TRAILER COUNTS - THE SAME NUMBER OF DATA RECORDS THE
      *    FILE NOW HOLDS, SO DOWNSTREAM CROSS-FOOTING STILL HOLDS.
           WRITE MANIFEST-RECORD FROM WS-MFT-MAGNITUDE
           PERFORM 3650-CHECK-MANIFEST-WRITE

           MOVE WS-TOTAL-HELD TO WS-MFT-COUNT
           WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           CLOSE MANIFEST-FILE
           .

           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  CHUNK-SUSPENSE-FOUND
               MOVE 'RECORDS HELD IN SUSPENSE (SEE .SUS) . .'
                   TO CR-COUNT-LABEL
               MOVE WS-TOTAL-HELD TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           PERFORM VARYING WS-CHUNK-SUB FROM 1 BY 1
                   UNTIL WS-CHUNK-SUB > WS-CHUNK-COUNT
               PERFORM 9820-WRITE-CHUNK-BREAKDOWN
           MOVE WS-CHUNK-TRAILER (WS-CHUNK-SUB) TO CR-CHUNK-VALUE
           MOVE CR-CHUNK-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  CHUNK-SUSPENSE-FOUND
               MOVE 'RECORDS HELD IN SUSPENSE  . . .'
                   TO CR-CHUNK-LABEL
               MOVE WS-CHUNK-HELD (WS-CHUNK-SUB) TO CR-CHUNK-VALUE
               MOVE CR-CHUNK-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF
           .

       9850-WRITE-CONTROL-RECORD.
