      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE-TIME CONVERSION OF THE STATE-KEYED HISTORY
      *            MASTER FROM THE NET-ONLY LAYOUT (115-BYTE RECORDS)
      *            TO THE LAYOUT THAT ALSO CARRIES THE DAY AND MTD
      *            DEBIT/CREDIT SPLIT (215-BYTE RECORDS), WHICH
      *            HISTRPT'S MONTH-END CLOSE SNAPSHOTS. THE SPLIT
      *            BUCKETS ARE APPENDED AFTER THE YTD AMOUNT, SO EVERY
      *            EXISTING FIELD KEEPS ITS PLACE AND CARRIES ACROSS
      *            UNCHANGED; THE NEW BUCKETS START AT ZERO.
      *
      *            THE OLD MASTER NEVER RECORDED THE SPLIT, SO RUN
      *            THIS STRAIGHT AFTER A MONTH-END CLOSE (HISTRPT
      *            RESET) AND BEFORE THE NEW MONTH'S FIRST HISTUPDT:
      *            THE MTD BUCKETS ARE THEN ZERO AND THE SPLIT BUILDS
      *            UP FROM THE FIRST DAY OF THE MONTH.
      *
      * USAGE:     HISTCONV OLD-FILENAME NEW-FILENAME
      *
      *            OLD-FILENAME is the history master in the old
      *            layout; NEW-FILENAME is written fresh in the new
      *            layout (name them differently and swap after
      *            checking - this utility never touches the input).
      *            BOTH ARE INDEXED ON THE STATE CODE.
      *
      *            THE STATE COUNT AND MTD/YTD TOTALS OF BOTH FILES
      *            ARE DISPLAYED SO THE CONVERSION CAN BE BALANCED ON
      *            THE SPOT.
      *
      *            RETURN CODES: 0 CONVERTED, 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-HISTORY-FILE ASSIGN TO OLD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-STATE-CODE
           FILE STATUS IS WS-OLD-HISTORY-FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO NEW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-STATE-CODE
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE HISTORY MASTER RECORD AS IT WAS BEFORE IT CARRIED A
      *    DEBIT/CREDIT SPLIT.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05  OLD-STATE-CODE        PIC X(02).
           05  OLD-STATE-NAME        PIC X(30).
           05  OLD-LAST-UPDATE-DATE  PIC 9(08).
           05  OLD-DAY-RECORDS       PIC 9(09).
           05  OLD-DAY-AMOUNT        PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  OLD-MTD-RECORDS       PIC 9(09).
           05  OLD-MTD-AMOUNT        PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  OLD-YTD-RECORDS       PIC 9(09).
           05  OLD-YTD-AMOUNT        PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.

      *    THE HISTORY MASTER RECORD, EXACTLY AS HISTUPDT WRITES IT.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05  HIST-STATE-CODE       PIC X(02).
           05  HIST-STATE-NAME       PIC X(30).
           05  HIST-LAST-UPDATE-DATE PIC 9(08).
           05  HIST-DAY-RECORDS      PIC 9(09).
           05  HIST-DAY-AMOUNT       PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
           05  HIST-MTD-RECORDS      PIC 9(09).
           05  HIST-MTD-AMOUNT       PIC S9(11)V9(4)
                                     SIGN LEADING SEPARATE.
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

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OLD-FILENAME     PIC X(120).
           05  NEW-FILENAME     PIC X(120).

       01  WS-FILE-STATUS.
           05  WS-OLD-HISTORY-FILE-STATUS PIC X(02).
           05  WS-HISTORY-FILE-STATUS     PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-STATES-CONVERTED      PIC 9(09) VALUE ZERO.
       01  WS-OLD-MTD-TOTAL         PIC S9(13)V9(4) VALUE ZERO.
       01  WS-NEW-MTD-TOTAL         PIC S9(13)V9(4) VALUE ZERO.
       01  WS-OLD-YTD-TOTAL         PIC S9(13)V9(4) VALUE ZERO.
       01  WS-NEW-YTD-TOTAL         PIC S9(13)V9(4) VALUE ZERO.
       01  WS-OPEN-MTD-STATES       PIC 9(09) VALUE ZERO.

       01  DSP-TOTAL-LINE.
           05  DSP-TOTAL-LABEL          PIC X(26).
           05  DSP-TOTAL-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-CONVERT-HISTORY-FILE

           DISPLAY 'HISTCONV: ' WS-STATES-CONVERTED
               ' STATES CONVERTED TO ' FUNCTION TRIM(NEW-FILENAME)
           MOVE 'OLD FILE MTD TOTAL  . . .' TO DSP-TOTAL-LABEL
           MOVE WS-OLD-MTD-TOTAL TO DSP-TOTAL-AMOUNT
           DISPLAY DSP-TOTAL-LINE
           MOVE 'NEW FILE MTD TOTAL  . . .' TO DSP-TOTAL-LABEL
           MOVE WS-NEW-MTD-TOTAL TO DSP-TOTAL-AMOUNT
           DISPLAY DSP-TOTAL-LINE
           MOVE 'OLD FILE YTD TOTAL  . . .' TO DSP-TOTAL-LABEL
           MOVE WS-OLD-YTD-TOTAL TO DSP-TOTAL-AMOUNT
           DISPLAY DSP-TOTAL-LINE
           MOVE 'NEW FILE YTD TOTAL  . . .' TO DSP-TOTAL-LABEL
           MOVE WS-NEW-YTD-TOTAL TO DSP-TOTAL-AMOUNT
           DISPLAY DSP-TOTAL-LINE
           IF  WS-OLD-MTD-TOTAL NOT = WS-NEW-MTD-TOTAL
                   OR WS-OLD-YTD-TOTAL NOT = WS-NEW-YTD-TOTAL
               DISPLAY 'HISTCONV: *** TOTALS DISAGREE - DO '
                   'NOT RELEASE THE CONVERTED FILE ***'
               MOVE 1 TO RETURN-CODE
           END-IF
           IF  WS-OPEN-MTD-STATES > ZERO
               DISPLAY 'HISTCONV: ' WS-OPEN-MTD-STATES
                   ' STATES HAVE MTD FIGURES WITH NO DEBIT/CREDIT '
                   'SPLIT - THE MONTH WAS NOT CLOSED FIRST'
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OLD-FILENAME NEW-FILENAME
           END-UNSTRING

           IF  OLD-FILENAME = SPACES OR NEW-FILENAME = SPACES
               DISPLAY 'USAGE: HISTCONV OLD-FILENAME NEW-FILENAME'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1000-CONVERT-HISTORY-FILE.
           OPEN INPUT OLD-HISTORY-FILE
           IF  WS-OLD-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-OLD-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF  WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ OLD-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1100-CONVERT-ONE-STATE
               END-READ
               IF  WS-OLD-HISTORY-FILE-STATUS NOT = '00'
                       AND WS-OLD-HISTORY-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-OLD-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE OLD-HISTORY-FILE
           CLOSE HISTORY-FILE
           .

      *    KEYS CARRY ACROSS UNCHANGED, SO THE NEW FILE READS IN THE
      *    SAME STATE ORDER.
       1100-CONVERT-ONE-STATE.
           MOVE SPACES TO HISTORY-RECORD
           MOVE OLD-STATE-CODE       TO HIST-STATE-CODE
           MOVE OLD-STATE-NAME       TO HIST-STATE-NAME
           MOVE OLD-LAST-UPDATE-DATE TO HIST-LAST-UPDATE-DATE
           MOVE OLD-DAY-RECORDS      TO HIST-DAY-RECORDS
           MOVE OLD-DAY-AMOUNT       TO HIST-DAY-AMOUNT
           MOVE OLD-MTD-RECORDS      TO HIST-MTD-RECORDS
           MOVE OLD-MTD-AMOUNT       TO HIST-MTD-AMOUNT
           MOVE OLD-YTD-RECORDS      TO HIST-YTD-RECORDS
           MOVE OLD-YTD-AMOUNT       TO HIST-YTD-AMOUNT
           MOVE ZERO TO HIST-DAY-DR-RECORDS HIST-DAY-DR-AMOUNT
                        HIST-DAY-CR-RECORDS HIST-DAY-CR-AMOUNT
                        HIST-MTD-DR-RECORDS HIST-MTD-DR-AMOUNT
                        HIST-MTD-CR-RECORDS HIST-MTD-CR-AMOUNT
           ADD 1 TO WS-STATES-CONVERTED
           ADD OLD-MTD-AMOUNT TO WS-OLD-MTD-TOTAL
           ADD HIST-MTD-AMOUNT TO WS-NEW-MTD-TOTAL
           ADD OLD-YTD-AMOUNT TO WS-OLD-YTD-TOTAL
           ADD HIST-YTD-AMOUNT TO WS-NEW-YTD-TOTAL
           IF  OLD-MTD-RECORDS > ZERO
               ADD 1 TO WS-OPEN-MTD-STATES
           END-IF

           WRITE HISTORY-RECORD
           IF  WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
      *    OTHER PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'HISTCONV: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
