      *            MASTER HISTUPDT MAINTAINS. PRINTS EACH STATE'S
      *            LAST-POSTED-DAY, MONTH-TO-DATE, AND YEAR-TO-DATE
      *            RECORD COUNTS AND AMOUNT TOTALS WITH GRAND TOTALS,
      *            AND ON REQUEST SNAPSHOTS AND RESETS THE MTD BUCKETS
      *            READY FOR THE NEW MONTH.
      *
      * USAGE:     HISTRPT HISTORY-FILENAME REPORT-FILENAME
      *                [RESET SNAPSHOT-FILENAME CLOSE-MONTH]
      *
      *            WITH THE LITERAL WORD RESET AS THE THIRD ARGUMENT
      *            THE MTD BUCKETS ARE ZEROED AFTER THE REPORT IS
      *            WRITTEN - THE MONTH-END CLOSE. WITHOUT IT THE
      *            REPORT IS READ-ONLY AND CAN BE RUN ANY DAY FOR A
      *            MONTH-TO-DATE OR YEAR-TO-DATE QUESTION.
      *
      *            THE CLOSE FIRST WRITES EACH STATE'S CLOSING MONTH -
      *            MTD RECORDS, NET AMOUNT, AND DEBIT/CREDIT SPLIT -
      *            TO THE PERMANENT SNAPSHOT FILE SNAPSHOT-FILENAME
      *            (INDEXED, KEYED BY STATE AND YEAR-MONTH, CREATED ON
      *            FIRST USE - SEE HISTSNAP.CPY), WHICH HISTTRND
      *            REPORTS OVER. CLOSE-MONTH IS THE MONTH BEING
      *            CLOSED, YYYYMM, AND BECOMES THE SNAPSHOT KEY. A
      *            STATE WITH NOTHING POSTED IN THAT MONTH IS
      *            SNAPSHOT AS A ZERO MONTH. A STATE HISTUPDT HAS
      *            ALREADY POSTED INTO A LATER MONTH HAS LOST ITS
      *            CLOSING FIGURES TO THE AUTOMATIC MONTH ROLL, SO IT
      *            IS NEITHER SNAPSHOT NOR RESET AND IS NAMED ON THE
      *            CONSOLE. A SNAPSHOT ALREADY ON FILE FOR THE STATE
      *            AND MONTH (A REPEATED CLOSE) IS KEPT AS IT IS.
      *
      *            RETURN CODES: 0 DONE, 4 CLOSE RAN BUT ONE OR MORE
      *            STATES WERE NOT CLOSED, 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRPT.
           RECORD KEY IS HIST-STATE-CODE
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNAP-KEY
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           FILE STATUS IS WS-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           05  HIST-YTD-RECORDS      PIC 9(09).
           05  HIST-YTD-AMOUNT       PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  HIST-DAY-DR-RECORDS   PIC 9(09).
           05  HIST-DAY-DR-AMOUNT    PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  HIST-DAY-CR-RECORDS   PIC 9(09).
           05  HIST-DAY-CR-AMOUNT    PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  HIST-MTD-DR-RECORDS   PIC 9(09).
           05  HIST-MTD-DR-AMOUNT    PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  HIST-MTD-CR-RECORDS   PIC 9(09).
           05  HIST-MTD-CR-AMOUNT    PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
          COPY HISTSNAP.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
           05  HISTORY-FILENAME PIC X(120).
           05  REPORT-FILENAME  PIC X(120).
           05  RESET-PARM       PIC X(05).
           05  SNAPSHOT-FILENAME PIC X(120).
           05  CLOSE-MONTH-PARM PIC X(06).

       01  WS-RESET-SWITCH          PIC X VALUE 'N'.
           88  RESET-MTD-BUCKETS    VALUE 'Y'.

       01  WS-CLOSE-MONTH           PIC 9(06) VALUE ZERO.
       01  WS-CLOSE-MONTH-X REDEFINES WS-CLOSE-MONTH.
           05  WS-CLOSE-YEAR        PIC 9(04).
           05  WS-CLOSE-MM          PIC 9(02).

       01  WS-LAST-UPDATE-DATE      PIC 9(08) VALUE ZERO.
       01  WS-LAST-UPDATE-X REDEFINES WS-LAST-UPDATE-DATE.
           05  WS-LAST-YEAR-MONTH   PIC 9(06).
           05  FILLER               PIC 9(02).

       01  WS-CLOSE-STAMP           PIC X(14).

       01  WS-FILE-STATUS.
           05  WS-HISTORY-FILE-STATUS   PIC X(02).
           05  WS-REPORT-FILE-STATUS    PIC X(02).
           05  WS-SNAPSHOT-FILE-STATUS  PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
           05  WS-TOTAL-STATES          PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-MTD-RECORDS     PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-MTD-AMOUNT      PIC S9(13)V9(4) VALUE ZERO.
           05  WS-TOTAL-MTD-DR-RECORDS  PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-MTD-DR-AMOUNT   PIC S9(13)V9(4) VALUE ZERO.
           05  WS-TOTAL-MTD-CR-RECORDS  PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-MTD-CR-AMOUNT   PIC S9(13)V9(4) VALUE ZERO.
           05  WS-TOTAL-YTD-RECORDS     PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-YTD-AMOUNT      PIC S9(13)V9(4) VALUE ZERO.
           05  WS-SNAPSHOTS-WRITTEN     PIC 9(9)  VALUE ZERO.
           05  WS-SNAPSHOTS-KEPT        PIC 9(9)  VALUE ZERO.
           05  WS-STATES-NOT-CLOSED     PIC 9(9)  VALUE ZERO.

       01  RPT-HEADING-LINE.
           05  FILLER                   PIC X(06) VALUE 'STATE '.

       0500-INITIALIZE.

           MOVE SPACES TO RESET-PARM SNAPSHOT-FILENAME
                          CLOSE-MONTH-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO HISTORY-FILENAME REPORT-FILENAME RESET-PARM
                    SNAPSHOT-FILENAME CLOSE-MONTH-PARM
           END-UNSTRING

           IF  HISTORY-FILENAME = SPACES OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: HISTRPT HISTORY-FILENAME '
                   'REPORT-FILENAME [RESET SNAPSHOT-FILENAME '
                   'CLOSE-MONTH]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF  FUNCTION UPPER-CASE(RESET-PARM) = 'RESET'
               SET RESET-MTD-BUCKETS TO TRUE
           END-IF

      *    THE CLOSE NEVER RESETS WITHOUT TAKING ITS SNAPSHOT.
           IF  RESET-MTD-BUCKETS
               IF  SNAPSHOT-FILENAME = SPACES
                       OR CLOSE-MONTH-PARM = SPACES
                   DISPLAY 'HISTRPT: RESET NEEDS SNAPSHOT-FILENAME '
                       'AND CLOSE-MONTH'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF  CLOSE-MONTH-PARM IS NOT NUMERIC
                   DISPLAY 'HISTRPT: CLOSE-MONTH ' CLOSE-MONTH-PARM
                       ' IS NOT YYYYMM'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CLOSE-MONTH-PARM TO WS-CLOSE-MONTH
               IF  WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                   DISPLAY 'HISTRPT: CLOSE-MONTH ' CLOSE-MONTH-PARM
                       ' IS NOT YYYYMM'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLOSE-STAMP
           END-IF
           .

      *    THE MASTER IS WALKED IN KEY (STATE-CODE) ORDER. WITH RESET
      *    REQUESTED THE FILE IS OPEN I-O AND EACH RECORD'S MTD
      *    BUCKETS ARE ZEROED AND REWRITTEN AFTER ITS DETAIL LINE IS
      *    PRINTED, ONCE ITS CLOSING MONTH IS ON THE SNAPSHOT FILE;
      *    OTHERWISE THE FILE IS OPEN INPUT AND UNTOUCHED.
       1000-REPORT-HISTORY.
           IF  RESET-MTD-BUCKETS
               OPEN I-O HISTORY-FILE
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           IF  RESET-MTD-BUCKETS
               PERFORM 1100-OPEN-SNAPSHOT-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF  WS-REPORT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE '  MTD DEBITS  . . . . . . . . . . . '
               TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-MTD-DR-RECORDS TO RPT-TOTAL-RECORDS
           MOVE WS-TOTAL-MTD-DR-AMOUNT TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE '  MTD CREDITS . . . . . . . . . . . '
               TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-MTD-CR-RECORDS TO RPT-TOTAL-RECORDS
           MOVE WS-TOTAL-MTD-CR-AMOUNT TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'YEAR-TO-DATE TOTAL  . . . . . . . . '
               TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-YTD-RECORDS TO RPT-TOTAL-RECORDS
           PERFORM 8600-WRITE-REPORT-RECORD

           IF  RESET-MTD-BUCKETS
               MOVE SPACES TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING 'MONTH-END CLOSE OF ' CLOSE-MONTH-PARM
                      ' - SNAPSHOT FILE '
                      FUNCTION TRIM(SNAPSHOT-FILENAME)
                      DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               PERFORM 8600-WRITE-REPORT-RECORD
               MOVE 'SNAPSHOTS WRITTEN . . . . . . . . . '
                   TO RPT-COUNT-LABEL
               MOVE WS-SNAPSHOTS-WRITTEN TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
               MOVE 'SNAPSHOTS ALREADY ON FILE, KEPT . . '
                   TO RPT-COUNT-LABEL
               MOVE WS-SNAPSHOTS-KEPT TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
               MOVE 'STATES NOT CLOSED (POSTED PAST) . . '
                   TO RPT-COUNT-LABEL
               MOVE WS-STATES-NOT-CLOSED TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
               MOVE 'MTD BUCKETS RESET FOR NEW MONTH' TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
               CLOSE SNAPSHOT-FILE
               IF  WS-STATES-NOT-CLOSED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE REPORT-FILE
           CLOSE HISTORY-FILE
           .

      *    OPEN I-O FAILING WITH A NOT-FOUND STATUS MEANS THE FIRST
      *    CLOSE - THE FILE IS CREATED EMPTY AND REOPENED, AS
      *    HISTUPDT CREATES THE MASTER.
       1100-OPEN-SNAPSHOT-FILE.
           OPEN I-O SNAPSHOT-FILE
           IF  WS-SNAPSHOT-FILE-STATUS NOT = '00'
               OPEN OUTPUT SNAPSHOT-FILE
               IF  WS-SNAPSHOT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE SNAPSHOT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SNAPSHOT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
               IF  WS-SNAPSHOT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE SNAPSHOT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SNAPSHOT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           .

       2000-REPORT-ONE-STATE.
           ADD 1 TO WS-TOTAL-STATES
           ADD HIST-MTD-RECORDS TO WS-TOTAL-MTD-RECORDS
           ADD HIST-MTD-AMOUNT  TO WS-TOTAL-MTD-AMOUNT
           ADD HIST-MTD-DR-RECORDS TO WS-TOTAL-MTD-DR-RECORDS
           ADD HIST-MTD-DR-AMOUNT  TO WS-TOTAL-MTD-DR-AMOUNT
           ADD HIST-MTD-CR-RECORDS TO WS-TOTAL-MTD-CR-RECORDS
           ADD HIST-MTD-CR-AMOUNT  TO WS-TOTAL-MTD-CR-AMOUNT
           ADD HIST-YTD-RECORDS TO WS-TOTAL-YTD-RECORDS
           ADD HIST-YTD-AMOUNT  TO WS-TOTAL-YTD-AMOUNT

           PERFORM 8600-WRITE-REPORT-RECORD

           IF  RESET-MTD-BUCKETS
               PERFORM 2100-CLOSE-ONE-STATE
           END-IF
           .

      *    SNAPSHOT THE STATE'S CLOSING MONTH, THEN ZERO ITS MTD
      *    BUCKETS. THE MTD FIGURES BELONG TO THE MONTH OF THE LAST
      *    POSTING: THE CLOSE MONTH ITSELF, OR AN EARLIER ONE WHEN
      *    NOTHING CAME IN THIS MONTH (THE BUCKETS ARE THEN ZERO FROM
      *    THE LAST CLOSE, OR STALE AND NOT THIS MONTH'S), WHICH
      *    SNAPSHOTS AS A ZERO MONTH.
       2100-CLOSE-ONE-STATE.
           MOVE HIST-LAST-UPDATE-DATE TO WS-LAST-UPDATE-DATE
           IF  WS-LAST-YEAR-MONTH > WS-CLOSE-MONTH
               DISPLAY 'HISTRPT: STATE ' HIST-STATE-CODE
                   ' ALREADY POSTED FOR ' HIST-LAST-UPDATE-DATE
                   ' - NOT SNAPSHOT OR RESET FOR ' CLOSE-MONTH-PARM
               ADD 1 TO WS-STATES-NOT-CLOSED
           ELSE
               PERFORM 2200-WRITE-SNAPSHOT
               MOVE ZERO TO HIST-MTD-RECORDS
               MOVE ZERO TO HIST-MTD-AMOUNT
               MOVE ZERO TO HIST-MTD-DR-RECORDS
               MOVE ZERO TO HIST-MTD-DR-AMOUNT
               MOVE ZERO TO HIST-MTD-CR-RECORDS
               MOVE ZERO TO HIST-MTD-CR-AMOUNT
               REWRITE HISTORY-RECORD
               IF  WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ABEND-OPERATION
           END-IF
           .

      *    A DUPLICATE KEY IS A REPEATED CLOSE OF THE SAME MONTH -
      *    THE FIRST CLOSE'S SNAPSHOT STANDS, SINCE THE BUCKETS IT
      *    WAS TAKEN FROM HAVE BEEN RESET SINCE.
       2200-WRITE-SNAPSHOT.
           MOVE HIST-STATE-CODE TO SNAP-STATE-CODE
           MOVE WS-CLOSE-MONTH TO SNAP-YEAR-MONTH
           MOVE HIST-STATE-NAME TO SNAP-STATE-NAME
           MOVE WS-CLOSE-STAMP TO SNAP-CLOSE-STAMP
           IF  WS-LAST-YEAR-MONTH = WS-CLOSE-MONTH
               MOVE HIST-MTD-RECORDS    TO SNAP-RECORDS
               MOVE HIST-MTD-AMOUNT     TO SNAP-NET-AMOUNT
               MOVE HIST-MTD-DR-RECORDS TO SNAP-DR-RECORDS
               MOVE HIST-MTD-DR-AMOUNT  TO SNAP-DR-AMOUNT
               MOVE HIST-MTD-CR-RECORDS TO SNAP-CR-RECORDS
               MOVE HIST-MTD-CR-AMOUNT  TO SNAP-CR-AMOUNT
           ELSE
               MOVE ZERO TO SNAP-RECORDS SNAP-NET-AMOUNT
                            SNAP-DR-RECORDS SNAP-DR-AMOUNT
                            SNAP-CR-RECORDS SNAP-CR-AMOUNT
           END-IF
           WRITE SNAPSHOT-RECORD
           EVALUATE WS-SNAPSHOT-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-SNAPSHOTS-WRITTEN
               WHEN '22'
                   DISPLAY 'HISTRPT: SNAPSHOT FOR ' HIST-STATE-CODE
                       ' ' CLOSE-MONTH-PARM ' ALREADY ON FILE - KEPT'
                   ADD 1 TO WS-SNAPSHOTS-KEPT
               WHEN OTHER
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE SNAPSHOT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SNAPSHOT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

       8600-WRITE-REPORT-RECORD.
           WRITE REPORT-RECORD
           IF  WS-REPORT-FILE-STATUS NOT = '00'
