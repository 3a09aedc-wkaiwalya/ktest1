      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   13-MONTH STATE TREND REPORT OVER THE MONTH-END
      *            SNAPSHOT FILE HISTRPT'S CLOSE WRITES. FOR EACH
      *            STATE, LISTS THE LAST 13 CLOSED MONTHS SIDE BY
      *            SIDE - RECORDS, NET AMOUNT, DEBITS, CREDITS - WITH
      *            EACH MONTH'S CHANGE ON THE MONTH BEFORE, AND THE
      *            LATEST MONTH'S CHANGE ON THE SAME MONTH A YEAR
      *            EARLIER, AND FLAGS THE STATES WHOSE NET TOTAL MOVED
      *            BY MORE THAN A SET PERCENTAGE.
      *
      * USAGE:     HISTTRND SNAPSHOT-FILENAME REPORT-FILENAME
      *                END-MONTH [FLAG-PERCENT]
      *
      *            SNAPSHOT-FILENAME is the indexed snapshot file (SEE
      *            HISTSNAP.CPY). END-MONTH IS THE LATEST MONTH TO
      *            SHOW, YYYYMM; THE REPORT COVERS IT AND THE TWELVE
      *            MONTHS BEFORE IT. FLAG-PERCENT IS A WHOLE-NUMBER
      *            PERCENTAGE, DEFAULT 10.
      *
      *            A MONTH-OVER-MONTH CHANGE IS PRINTED AGAINST EVERY
      *            MONTH WHOSE PRIOR MONTH IS ALSO ON FILE, MARKED *
      *            WHEN IT MOVED BY MORE THAN FLAG-PERCENT. A STATE IS
      *            FLAGGED WHEN ITS END-MONTH NET AMOUNT MOVED BY MORE
      *            THAN FLAG-PERCENT ON EITHER THE MONTH BEFORE OR THE
      *            SAME MONTH A YEAR EARLIER. PERCENTAGES ARE TAKEN ON
      *            THE SIZE OF THE EARLIER FIGURE, SO A CHANGE TOWARD
      *            CREDIT READS NEGATIVE WHATEVER THE SIGN OF THE
      *            BASE; A MOVE OFF A ZERO MONTH PRINTS AS NEW AND
      *            ALWAYS COUNTS AS BEYOND THE LIMIT. FLAGGED STATES
      *            ARE LISTED AGAIN AT THE END OF THE REPORT.
      *
      *            RETURN CODES: 0 NO STATE FLAGGED, 4 ONE OR MORE
      *            STATES FLAGGED, 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTTRND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNAP-KEY
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           FILE STATUS IS WS-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
          COPY HISTSNAP.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  SNAPSHOT-FILENAME PIC X(120).
           05  REPORT-FILENAME  PIC X(120).
           05  END-MONTH-PARM   PIC X(06).
           05  FLAG-PERCENT-PARM PIC X(03).

       01  WS-END-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-END-MONTH-X REDEFINES WS-END-MONTH.
           05  WS-END-YEAR          PIC 9(04).
           05  WS-END-MM            PIC 9(02).

       01  WS-FLAG-PERCENT          PIC 9(03) VALUE 10.

       01  WS-FILE-STATUS.
           05  WS-SNAPSHOT-FILE-STATUS  PIC X(02).
           05  WS-REPORT-FILE-STATUS    PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

      *    THE 13 MONTHS REPORTED, OLDEST FIRST - ENTRY 13 IS
      *    END-MONTH, ENTRY 1 THE SAME MONTH A YEAR EARLIER.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-MONTH      PIC 9(06) OCCURS 13 TIMES.
       01  WS-WINDOW-STEP           PIC 9(06) VALUE ZERO.
       01  WS-WINDOW-STEP-X REDEFINES WS-WINDOW-STEP.
           05  WS-STEP-YEAR         PIC 9(04).
           05  WS-STEP-MM           PIC 9(02).
       01  WS-MONTH-SUB             PIC 9(02) VALUE ZERO.
       01  WS-SLOT-SUB              PIC 9(02) VALUE ZERO.

      *    THE STATE BEING GATHERED - ONE SLOT PER WINDOW MONTH,
      *    FILLED FROM ITS SNAPSHOTS AS THE FILE IS READ IN KEY
      *    ORDER, THEN PRINTED AT THE CHANGE OF STATE.
       01  WS-CURRENT-STATE-CODE    PIC X(02) VALUE SPACES.
       01  WS-CURRENT-STATE-NAME    PIC X(30) VALUE SPACES.
       01  WS-STATE-MONTHS-FOUND    PIC 9(02) VALUE ZERO.
       01  WS-STATE-FLAG-SWITCH     PIC X VALUE 'N'.
           88  STATE-FLAGGED        VALUE 'Y'.
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY OCCURS 13 TIMES.
               10  WS-TREND-FOUND-SWITCH  PIC X.
                   88  TREND-MONTH-FOUND  VALUE 'Y'.
               10  WS-TREND-RECORDS       PIC 9(09).
               10  WS-TREND-NET-AMOUNT    PIC S9(11)V9(4).
               10  WS-TREND-DR-AMOUNT     PIC S9(11)V9(4).
               10  WS-TREND-CR-AMOUNT     PIC S9(11)V9(4).

      *    ONE CHANGE BETWEEN TWO MONTHS, WORKED OUT IN 3150 FOR BOTH
      *    THE MONTH-OVER-MONTH AND THE YEAR-OVER-YEAR FIGURES.
       01  WS-BASE-AMOUNT           PIC S9(11)V9(4) VALUE ZERO.
       01  WS-COMPARE-AMOUNT        PIC S9(11)V9(4) VALUE ZERO.
       01  WS-CHANGE-AMOUNT         PIC S9(12)V9(4) VALUE ZERO.
       01  WS-CHANGE-PERCENT        PIC S9(05)V9(2) VALUE ZERO.
       01  WS-CHANGE-PERCENT-TEXT   PIC X(10).
       01  WS-CHANGE-FLAG-SWITCH    PIC X VALUE 'N'.
           88  CHANGE-BEYOND-LIMIT  VALUE 'Y'.
       01  DSP-PERCENT              PIC -(6)9.99.

       01  WS-RUN-TOTALS.
           05  WS-SNAPSHOTS-READ        PIC 9(9)  VALUE ZERO.
           05  WS-STATES-REPORTED       PIC 9(9)  VALUE ZERO.
           05  WS-STATES-FLAGGED        PIC 9(9)  VALUE ZERO.

      *    FLAGGED STATES, HELD FOR THE LIST AT THE END OF THE REPORT.
       01  WS-MAX-FLAGGED-ENTRIES   PIC 9(02) VALUE 60.
       01  WS-FLAGGED-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-FLAGGED-SUB           PIC 9(02) VALUE ZERO.
       01  WS-FLAGGED-TABLE.
           05  WS-FLAGGED-ENTRY OCCURS 60 TIMES.
               10  WS-FLAGGED-STATE-CODE  PIC X(02).
               10  WS-FLAGGED-STATE-NAME  PIC X(30).
               10  WS-FLAGGED-MOM-TEXT    PIC X(10).
               10  WS-FLAGGED-YOY-TEXT    PIC X(10).

       01  WS-LATEST-MOM-TEXT       PIC X(10).
       01  WS-LATEST-YOY-TEXT       PIC X(10).
       01  DSP-FLAG-PERCENT         PIC ZZ9.

       01  RPT-STATE-LINE.
           05  FILLER                   PIC X(06) VALUE 'STATE '.
           05  RPT-STATE-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STATE-NAME           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STATE-FLAG           PIC X(30).

       01  RPT-HEADING-LINE.
           05  FILLER                   PIC X(10) VALUE
               '  MONTH   '.
           05  FILLER                   PIC X(11) VALUE
               '    RECORDS'.
           05  FILLER                   PIC X(20) VALUE
               '          NET AMOUNT'.
           05  FILLER                   PIC X(19) VALUE
               '             DEBITS'.
           05  FILLER                   PIC X(19) VALUE
               '            CREDITS'.
           05  FILLER                   PIC X(20) VALUE
               '     CHANGE ON PRIOR'.
           05  FILLER                   PIC X(11) VALUE
               '    PERCENT'.

       01  RPT-MONTH-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-MONTH                PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-RECORDS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-NET-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-DR-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-CR-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-CHANGE-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  RPT-CHANGE-AMOUNT-X REDEFINES RPT-CHANGE-AMOUNT
                                        PIC X(19).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-CHANGE-PERCENT       PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-CHANGE-FLAG          PIC X(01).

       01  RPT-MISSING-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-MISSING-MONTH        PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE
               '   NO SNAPSHOT FOR THIS MONTH'.

       01  RPT-YOY-LINE.
           05  FILLER                   PIC X(18) VALUE
               '  YEAR OVER YEAR  '.
           05  RPT-YOY-MONTH            PIC 9(06).
           05  FILLER                   PIC X(04) VALUE ' VS '.
           05  RPT-YOY-BASE-MONTH       PIC 9(06).
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  RPT-YOY-CHANGE-AMOUNT    PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  RPT-YOY-CHANGE-AMOUNT-X REDEFINES RPT-YOY-CHANGE-AMOUNT
                                        PIC X(19).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-YOY-PERCENT          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-YOY-FLAG             PIC X(01).

       01  RPT-FLAGGED-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-FLAGGED-STATE-CODE   PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-FLAGGED-STATE-NAME   PIC X(30).
           05  FILLER                   PIC X(16) VALUE
               '  MONTH/MONTH '.
           05  RPT-FLAGGED-MOM          PIC X(10).
           05  FILLER                   PIC X(14) VALUE
               '   YEAR/YEAR '.
           05  RPT-FLAGGED-YOY          PIC X(10).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(36).
           05  RPT-COUNT-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-REPORT-TRENDS
           IF  WS-STATES-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'HISTTRND: ' WS-STATES-REPORTED ' STATES REPORTED, '
               WS-STATES-FLAGGED ' FLAGGED'
           GOBACK
           .

       0500-INITIALIZE.

           MOVE SPACES TO END-MONTH-PARM FLAG-PERCENT-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO SNAPSHOT-FILENAME REPORT-FILENAME END-MONTH-PARM
                    FLAG-PERCENT-PARM
           END-UNSTRING

           IF  SNAPSHOT-FILENAME = SPACES OR REPORT-FILENAME = SPACES
                   OR END-MONTH-PARM = SPACES
               DISPLAY 'USAGE: HISTTRND SNAPSHOT-FILENAME '
                   'REPORT-FILENAME END-MONTH [FLAG-PERCENT]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  END-MONTH-PARM IS NOT NUMERIC
               DISPLAY 'HISTTRND: END-MONTH ' END-MONTH-PARM
                   ' IS NOT YYYYMM'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE END-MONTH-PARM TO WS-END-MONTH
           IF  WS-END-MM < 1 OR WS-END-MM > 12
               DISPLAY 'HISTTRND: END-MONTH ' END-MONTH-PARM
                   ' IS NOT YYYYMM'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FLAG-PERCENT-PARM NOT = SPACES
               IF  FUNCTION TRIM(FLAG-PERCENT-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FLAG-PERCENT-PARM)
                       TO WS-FLAG-PERCENT
               ELSE
                   DISPLAY 'HISTTRND: FLAG-PERCENT '
                       FUNCTION TRIM(FLAG-PERCENT-PARM)
                       ' IS NOT A WHOLE NUMBER'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 0600-BUILD-WINDOW
           .

      *    STEP FORWARD A MONTH AT A TIME FROM THE SAME MONTH A YEAR
      *    BEFORE END-MONTH.
       0600-BUILD-WINDOW.
           COMPUTE WS-STEP-YEAR = WS-END-YEAR - 1
           MOVE WS-END-MM TO WS-STEP-MM
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 13
               MOVE WS-WINDOW-STEP TO WS-WINDOW-MONTH (WS-MONTH-SUB)
               IF  WS-STEP-MM = 12
                   ADD 1 TO WS-STEP-YEAR
                   MOVE 1 TO WS-STEP-MM
               ELSE
                   ADD 1 TO WS-STEP-MM
               END-IF
           END-PERFORM
           .

      *    THE SNAPSHOT FILE IS READ ONCE IN KEY (STATE, MONTH)
      *    ORDER; EACH STATE'S WINDOW MONTHS ARE GATHERED AND THE
      *    STATE IS PRINTED WHEN THE STATE CODE CHANGES.
       1000-REPORT-TRENDS.
           OPEN INPUT SNAPSHOT-FILE
           IF  WS-SNAPSHOT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE SNAPSHOT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-SNAPSHOT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF  WS-REPORT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE REPORT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE WS-FLAG-PERCENT TO DSP-FLAG-PERCENT
           MOVE SPACES TO REPORT-RECORD
           STRING 'HISTTRND 13-MONTH STATE TREND - '
                  WS-WINDOW-MONTH (1) ' THRU ' WS-WINDOW-MONTH (13)
                  ' - FLAG BEYOND ' FUNCTION TRIM(DSP-FLAG-PERCENT)
                  ' PERCENT - SNAPSHOT FILE '
                  FUNCTION TRIM(SNAPSHOT-FILENAME) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8600-WRITE-REPORT-RECORD

           PERFORM 2100-CLEAR-STATE
           PERFORM UNTIL END-OF-FILE
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-TAKE-SNAPSHOT
               END-READ
               IF  WS-SNAPSHOT-FILE-STATUS NOT = '00'
                       AND WS-SNAPSHOT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE SNAPSHOT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SNAPSHOT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           IF  WS-STATE-MONTHS-FOUND > ZERO
               PERFORM 3000-REPORT-ONE-STATE
           END-IF

           PERFORM 5000-WRITE-SUMMARY

           CLOSE REPORT-FILE
           CLOSE SNAPSHOT-FILE
           .

       2000-TAKE-SNAPSHOT.
           ADD 1 TO WS-SNAPSHOTS-READ
           IF  SNAP-STATE-CODE NOT = WS-CURRENT-STATE-CODE
               IF  WS-STATE-MONTHS-FOUND > ZERO
                   PERFORM 3000-REPORT-ONE-STATE
               END-IF
               PERFORM 2100-CLEAR-STATE
               MOVE SNAP-STATE-CODE TO WS-CURRENT-STATE-CODE
           END-IF

           MOVE ZERO TO WS-SLOT-SUB
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 13
               IF  WS-WINDOW-MONTH (WS-MONTH-SUB) = SNAP-YEAR-MONTH
                   MOVE WS-MONTH-SUB TO WS-SLOT-SUB
               END-IF
           END-PERFORM

           IF  WS-SLOT-SUB > ZERO
               SET TREND-MONTH-FOUND (WS-SLOT-SUB) TO TRUE
               MOVE SNAP-RECORDS TO WS-TREND-RECORDS (WS-SLOT-SUB)
               MOVE SNAP-NET-AMOUNT
                   TO WS-TREND-NET-AMOUNT (WS-SLOT-SUB)
               MOVE SNAP-DR-AMOUNT TO WS-TREND-DR-AMOUNT (WS-SLOT-SUB)
               MOVE SNAP-CR-AMOUNT TO WS-TREND-CR-AMOUNT (WS-SLOT-SUB)
               MOVE SNAP-STATE-NAME TO WS-CURRENT-STATE-NAME
               ADD 1 TO WS-STATE-MONTHS-FOUND
           END-IF
           .

       2100-CLEAR-STATE.
           MOVE SPACES TO WS-CURRENT-STATE-CODE WS-CURRENT-STATE-NAME
           MOVE ZERO TO WS-STATE-MONTHS-FOUND
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 13
               MOVE 'N' TO WS-TREND-FOUND-SWITCH (WS-MONTH-SUB)
               MOVE ZERO TO WS-TREND-RECORDS (WS-MONTH-SUB)
                            WS-TREND-NET-AMOUNT (WS-MONTH-SUB)
                            WS-TREND-DR-AMOUNT (WS-MONTH-SUB)
                            WS-TREND-CR-AMOUNT (WS-MONTH-SUB)
           END-PERFORM
           .

      *    THE STATE'S FLAG DEPENDS ON ITS END-MONTH CHANGES, SO
      *    THOSE ARE WORKED OUT BEFORE ITS HEADING LINE IS WRITTEN.
       3000-REPORT-ONE-STATE.
           ADD 1 TO WS-STATES-REPORTED
           MOVE 'N' TO WS-STATE-FLAG-SWITCH
           MOVE '   NO BASE' TO WS-LATEST-MOM-TEXT WS-LATEST-YOY-TEXT

           IF  TREND-MONTH-FOUND (13) AND TREND-MONTH-FOUND (12)
               MOVE WS-TREND-NET-AMOUNT (12) TO WS-BASE-AMOUNT
               MOVE WS-TREND-NET-AMOUNT (13) TO WS-COMPARE-AMOUNT
               PERFORM 3150-COMPUTE-CHANGE
               MOVE WS-CHANGE-PERCENT-TEXT TO WS-LATEST-MOM-TEXT
               IF  CHANGE-BEYOND-LIMIT
                   SET STATE-FLAGGED TO TRUE
               END-IF
           END-IF
           IF  TREND-MONTH-FOUND (13) AND TREND-MONTH-FOUND (1)
               MOVE WS-TREND-NET-AMOUNT (1) TO WS-BASE-AMOUNT
               MOVE WS-TREND-NET-AMOUNT (13) TO WS-COMPARE-AMOUNT
               PERFORM 3150-COMPUTE-CHANGE
               MOVE WS-CHANGE-PERCENT-TEXT TO WS-LATEST-YOY-TEXT
               IF  CHANGE-BEYOND-LIMIT
                   SET STATE-FLAGGED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE WS-CURRENT-STATE-CODE TO RPT-STATE-CODE
           MOVE WS-CURRENT-STATE-NAME TO RPT-STATE-NAME
           IF  STATE-FLAGGED
               MOVE '*** FLAGGED ***' TO RPT-STATE-FLAG
               PERFORM 3400-HOLD-FLAGGED-STATE
           ELSE
               MOVE SPACES TO RPT-STATE-FLAG
           END-IF
           MOVE RPT-STATE-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE RPT-HEADING-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 13
               PERFORM 3200-WRITE-MONTH-LINE
           END-PERFORM

           PERFORM 3300-WRITE-YEAR-OVER-YEAR
           .

      *    CHANGE FROM WS-BASE-AMOUNT TO WS-COMPARE-AMOUNT, AS AN
      *    AMOUNT AND AS A PERCENTAGE OF THE BASE'S SIZE, PLUS WHETHER
      *    IT GOES BEYOND WS-FLAG-PERCENT. A PERCENTAGE TOO LARGE FOR
      *    THE FIELD IS BEYOND ANY LIMIT AND PRINTS AS OVER.
       3150-COMPUTE-CHANGE.
           MOVE 'N' TO WS-CHANGE-FLAG-SWITCH
           COMPUTE WS-CHANGE-AMOUNT
               = WS-COMPARE-AMOUNT - WS-BASE-AMOUNT
           EVALUATE TRUE
               WHEN WS-BASE-AMOUNT = ZERO AND WS-CHANGE-AMOUNT = ZERO
                   MOVE ZERO TO DSP-PERCENT
                   MOVE DSP-PERCENT TO WS-CHANGE-PERCENT-TEXT
               WHEN WS-BASE-AMOUNT = ZERO
                   MOVE '       NEW' TO WS-CHANGE-PERCENT-TEXT
                   SET CHANGE-BEYOND-LIMIT TO TRUE
               WHEN OTHER
                   COMPUTE WS-CHANGE-PERCENT ROUNDED
                       = WS-CHANGE-AMOUNT * 100
                         / FUNCTION ABS(WS-BASE-AMOUNT)
                       ON SIZE ERROR
                           MOVE '      OVER' TO WS-CHANGE-PERCENT-TEXT
                           SET CHANGE-BEYOND-LIMIT TO TRUE
                       NOT ON SIZE ERROR
                           MOVE WS-CHANGE-PERCENT TO DSP-PERCENT
                           MOVE DSP-PERCENT TO WS-CHANGE-PERCENT-TEXT
                           IF  FUNCTION ABS(WS-CHANGE-PERCENT)
                                   > WS-FLAG-PERCENT
                               SET CHANGE-BEYOND-LIMIT TO TRUE
                           END-IF
                   END-COMPUTE
           END-EVALUATE
           .

       3200-WRITE-MONTH-LINE.
           IF  NOT TREND-MONTH-FOUND (WS-MONTH-SUB)
               MOVE WS-WINDOW-MONTH (WS-MONTH-SUB) TO RPT-MISSING-MONTH
               MOVE RPT-MISSING-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           ELSE
               MOVE WS-WINDOW-MONTH (WS-MONTH-SUB) TO RPT-MONTH
               MOVE WS-TREND-RECORDS (WS-MONTH-SUB) TO RPT-RECORDS
               MOVE WS-TREND-NET-AMOUNT (WS-MONTH-SUB)
                   TO RPT-NET-AMOUNT
               MOVE WS-TREND-DR-AMOUNT (WS-MONTH-SUB) TO RPT-DR-AMOUNT
               MOVE WS-TREND-CR-AMOUNT (WS-MONTH-SUB) TO RPT-CR-AMOUNT
               MOVE SPACES TO RPT-CHANGE-AMOUNT-X RPT-CHANGE-PERCENT
                              RPT-CHANGE-FLAG
               IF  WS-MONTH-SUB > 1
                   IF  TREND-MONTH-FOUND (WS-MONTH-SUB - 1)
                       MOVE WS-TREND-NET-AMOUNT (WS-MONTH-SUB - 1)
                           TO WS-BASE-AMOUNT
                       MOVE WS-TREND-NET-AMOUNT (WS-MONTH-SUB)
                           TO WS-COMPARE-AMOUNT
                       PERFORM 3150-COMPUTE-CHANGE
                       MOVE WS-CHANGE-AMOUNT TO RPT-CHANGE-AMOUNT
                       MOVE WS-CHANGE-PERCENT-TEXT
                           TO RPT-CHANGE-PERCENT
                       IF  CHANGE-BEYOND-LIMIT
                           MOVE '*' TO RPT-CHANGE-FLAG
                       END-IF
                   END-IF
               END-IF
               MOVE RPT-MONTH-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           END-IF
           .

       3300-WRITE-YEAR-OVER-YEAR.
           MOVE WS-WINDOW-MONTH (13) TO RPT-YOY-MONTH
           MOVE WS-WINDOW-MONTH (1) TO RPT-YOY-BASE-MONTH
           MOVE SPACES TO RPT-YOY-CHANGE-AMOUNT-X RPT-YOY-FLAG
           IF  TREND-MONTH-FOUND (13) AND TREND-MONTH-FOUND (1)
               MOVE WS-TREND-NET-AMOUNT (1) TO WS-BASE-AMOUNT
               MOVE WS-TREND-NET-AMOUNT (13) TO WS-COMPARE-AMOUNT
               PERFORM 3150-COMPUTE-CHANGE
               MOVE WS-CHANGE-AMOUNT TO RPT-YOY-CHANGE-AMOUNT
               MOVE WS-CHANGE-PERCENT-TEXT TO RPT-YOY-PERCENT
               IF  CHANGE-BEYOND-LIMIT
                   MOVE '*' TO RPT-YOY-FLAG
               END-IF
           ELSE
               MOVE '   NO BASE' TO RPT-YOY-PERCENT
           END-IF
           MOVE RPT-YOY-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           .

       3400-HOLD-FLAGGED-STATE.
           ADD 1 TO WS-STATES-FLAGGED
           IF  WS-FLAGGED-COUNT < WS-MAX-FLAGGED-ENTRIES
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-CURRENT-STATE-CODE
                   TO WS-FLAGGED-STATE-CODE (WS-FLAGGED-COUNT)
               MOVE WS-CURRENT-STATE-NAME
                   TO WS-FLAGGED-STATE-NAME (WS-FLAGGED-COUNT)
               MOVE WS-LATEST-MOM-TEXT
                   TO WS-FLAGGED-MOM-TEXT (WS-FLAGGED-COUNT)
               MOVE WS-LATEST-YOY-TEXT
                   TO WS-FLAGGED-YOY-TEXT (WS-FLAGGED-COUNT)
           END-IF
           .

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           IF  WS-FLAGGED-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING 'STATES FLAGGED - ' WS-WINDOW-MONTH (13)
                      ' NET AMOUNT MOVED BEYOND '
                      FUNCTION TRIM(DSP-FLAG-PERCENT) ' PERCENT'
                      DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               PERFORM 8600-WRITE-REPORT-RECORD
               PERFORM VARYING WS-FLAGGED-SUB FROM 1 BY 1
                       UNTIL WS-FLAGGED-SUB > WS-FLAGGED-COUNT
                   MOVE WS-FLAGGED-STATE-CODE (WS-FLAGGED-SUB)
                       TO RPT-FLAGGED-STATE-CODE
                   MOVE WS-FLAGGED-STATE-NAME (WS-FLAGGED-SUB)
                       TO RPT-FLAGGED-STATE-NAME
                   MOVE WS-FLAGGED-MOM-TEXT (WS-FLAGGED-SUB)
                       TO RPT-FLAGGED-MOM
                   MOVE WS-FLAGGED-YOY-TEXT (WS-FLAGGED-SUB)
                       TO RPT-FLAGGED-YOY
                   MOVE RPT-FLAGGED-LINE TO REPORT-RECORD
                   PERFORM 8600-WRITE-REPORT-RECORD
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           END-IF

           MOVE 'SNAPSHOTS READ  . . . . . . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-SNAPSHOTS-READ TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'STATES REPORTED . . . . . . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-STATES-REPORTED TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'STATES FLAGGED  . . . . . . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-STATES-FLAGGED TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
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
           DISPLAY 'HISTTRND: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
