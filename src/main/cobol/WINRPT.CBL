      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   BATCH-WINDOW AND CAPACITY REPORT OVER THE RUN
      *            REGISTRY MASTER RUNREG MAINTAINS. REBUILDS EACH
      *            BUSINESS NIGHT'S CHAIN FROM THE REGISTRY - CONVERT
      *            (OR THE CONVSPLT CHUNKS AND CONVMERG), FEEDSTAT,
      *            EXQUEUE, BALCHK, DISTRIB, FEEDACK, HISTUPDT, GLJRNL
      *            AND COMPARE - AND SHOWS THE ELAPSED TIME OF EVERY
      *            STEP AND OF THE WHOLE NIGHT, CONVERT'S RECORDS READ
      *            PER MINUTE, AND HOW CLOSE THE NIGHT FINISHED TO THE
      *            DOWNSTREAM DEADLINE. EACH STEP'S DURATION IS THEN
      *            TRENDED AGAINST ITS VOLUME, AND THE NIGHT'S FINISH IS
      *            PROJECTED FORWARD TO THE DATE IT WILL BREACH THE
      *            DEADLINE AT THE CURRENT RATE OF GROWTH - SO THE MOVE
      *            TO CONVSPLT, OR TO MORE CHUNKS, IS MADE BEFORE IT
      *            HAPPENS RATHER THAN THE MORNING AFTER. RUNINQ LISTS
      *            THE SAME REGISTRY ONE RUN AT A TIME.
      *
      * USAGE:     WINRPT REGISTRY-FILENAME REPORT-FILENAME FROM-DATE
      *                TO-DATE [MARGIN-MINUTES [DEADLINE-HHMM
      *                [GROWTH-PERCENT]]]
      *
      *            REGISTRY-FILENAME IS THE INDEXED RUN REGISTRY (THE
      *            NIGHTLY JOBS REGISTER IN ./LOG/RUNREG.DAT). FROM-DATE
      *            AND TO-DATE ARE THE BUSINESS DATES REPORTED,
      *            YYYYMMDD, SPANNING AT MOST 366 DAYS. MARGIN-MINUTES
      *            IS HOW CLOSE TO THE DEADLINE A NIGHT MAY FINISH
      *            BEFORE IT COUNTS AS AT RISK, DEFAULT 30.
      *            DEADLINE-HHMM IS THE DOWNSTREAM DEADLINE, DEFAULT
      *            0400. GROWTH-PERCENT IS HOW FAR A STEP'S AVERAGE
      *            DURATION MAY GROW BEFORE THE STEP IS FLAGGED, DEFAULT
      *            10.
      *
      *            A RUN BELONGS TO THE BUSINESS DATE ITS FILE NAMES
      *            CARRY - THE .YYYYMMDD. PART OF THE OUTPUT FILE'S
      *            NAME, OR OF THE INPUT FILE'S WHEN THE OUTPUT HAS
      *            NONE (CONVERT.YYYYMMDD.DAT, ITS .REJ, .HLD, .MFT,
      *            .DST AND .CMP, AND THE CONVSPLT CHUNKS ALL DO). THE
      *            NIGHT OPENS WITH ITS FIRST REGISTERED RUN; A LATER
      *            RUN IS PART OF THE SAME NIGHT ONLY WHEN IT STARTS
      *            WITHIN AN HOUR OF THE NIGHT'S LATEST FINISH SO FAR,
      *            SO A CATCHUP OR A MID-MORNING RERUN IS COUNTED BUT
      *            NOT CHARGED TO THE BATCH WINDOW. A NIGHT THAT OPENS
      *            BEFORE NOON IS HELD TO THAT MORNING'S DEADLINE, ONE
      *            THAT OPENS LATER TO THE NEXT MORNING'S. A STEP RUN
      *            MORE THAN ONCE IN A NIGHT (CONVSPLT CHUNKS, A
      *            RESTART) IS TIMED FROM ITS FIRST START TO ITS LAST
      *            FINISH; A CONVERT RESTART AGAINST THE SAME OUTPUT
      *            REGISTERS CUMULATIVE FIGURES, SO ITS READ COUNT
      *            REPLACES THE EARLIER SEGMENT'S RATHER THAN ADDING.
      *
      *            THE STEP TREND SETS THE AVERAGE DURATION, VOLUME
      *            AND SECONDS PER 1000 RECORDS OF THE EARLIER HALF OF
      *            EACH STEP'S NIGHTS AGAINST THE LATER HALF. A STEP IS
      *            FLAGGED GROWING WHEN ITS DURATION GREW BY MORE THAN
      *            GROWTH-PERCENT - BY VOLUME WHEN THE COST PER RECORD
      *            HELD, BY RATE WHEN EACH RECORD NOW TAKES LONGER. THE
      *            FORECAST FITS A STRAIGHT LINE THROUGH EVERY NIGHT'S
      *            HEADROOM AGAINST THE DEADLINE AND GIVES THE DATES IT
      *            CROSSES INTO THE MARGIN AND PAST THE DEADLINE.
      *
      *            RETURN CODES: 0 EVERY NIGHT FINISHED CLEAR OF THE
      *            MARGIN, 4 ONE OR MORE NIGHTS FINISHED WITHIN THE
      *            MARGIN OR PAST THE DEADLINE (OR NO NIGHT WAS FOUND
      *            IN THE RANGE), 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REGISTRY-FILE ASSIGN TO REGISTRY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGY-KEY
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           FILE STATUS IS WS-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE RUN-REGISTRY MASTER RECORD, EXACTLY AS RUNREG WRITES
      *    IT.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05  RGY-KEY.
               10  RGY-START-STAMP   PIC X(14).
               10  RGY-PROGRAM       PIC X(08).
               10  RGY-SEQUENCE      PIC 9(02).
           05  RGY-END-STAMP         PIC X(14).
           05  RGY-INPUT-FILENAME    PIC X(120).
           05  RGY-OUTPUT-FILENAME   PIC X(120).
           05  RGY-SOURCE-SYSTEM     PIC X(04).
           05  RGY-RECORDS-READ      PIC 9(09).
           05  RGY-RECORDS-WRITTEN   PIC 9(09).
           05  RGY-RECORDS-REJECTED  PIC 9(09).
           05  RGY-AMOUNT-TOTAL      PIC S9(13)V9(4)
                                     SIGN LEADING SEPARATE.
           05  RGY-RETURN-CODE       PIC 9(04).
           05  RGY-STATUS-TEXT       PIC X(40).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  REGISTRY-FILENAME PIC X(120).
           05  REPORT-FILENAME  PIC X(120).
           05  FROM-DATE-PARM   PIC X(08).
           05  TO-DATE-PARM     PIC X(08).
           05  MARGIN-PARM      PIC X(04).
           05  DEADLINE-PARM    PIC X(04).
           05  GROWTH-PARM      PIC X(03).

       01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE               PIC 9(08) VALUE ZERO.
       01  WS-MARGIN-MINUTES        PIC 9(04) VALUE 30.
       01  WS-DEADLINE-HHMM         PIC 9(04) VALUE 0400.
       01  WS-DEADLINE-HHMM-X REDEFINES WS-DEADLINE-HHMM.
           05  WS-DEADLINE-HH       PIC 9(02).
           05  WS-DEADLINE-MM       PIC 9(02).
       01  WS-GROWTH-PERCENT        PIC 9(03) VALUE 10.

      *    A RUN STARTING MORE THAN THIS LONG AFTER EVERYTHING BEFORE
      *    IT IN THE NIGHT HAD FINISHED IS DAYTIME REWORK, NOT PART OF
      *    THE BATCH WINDOW. A NIGHT OPENING AT OR AFTER THE NOON CUT
      *    IS WORKING TOWARD THE NEXT MORNING'S DEADLINE.
       01  WS-CHAIN-GAP-SECONDS     PIC 9(05) VALUE 3600.
       01  WS-NOON-CUT-HHMMSS       PIC 9(06) VALUE 120000.
      *    A FORECAST FURTHER OUT THAN THIS IS NOT WORTH A DATE.
       01  WS-FORECAST-LIMIT-DAYS   PIC 9(05) VALUE 3650.

       01  WS-FILE-STATUS.
           05  WS-REGISTRY-FILE-STATUS  PIC X(02).
           05  WS-REPORT-FILE-STATUS    PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

      *    THE STEPS OF A NIGHT'S CHAIN, IN THE ORDER CONVRUN AND
      *    CONVSPLT RUN THEM. A REGISTERED PROGRAM NOT IN THIS LIST
      *    (LATEMERG, REPROC, ...) IS DAYTIME WORK AND IS PASSED OVER.
       01  WS-STEP-NAME-VALUES.
           05  FILLER               PIC X(08) VALUE 'CONVERT'.
           05  FILLER               PIC X(08) VALUE 'CONVMERG'.
           05  FILLER               PIC X(08) VALUE 'FEEDSTAT'.
           05  FILLER               PIC X(08) VALUE 'EXQUEUE'.
           05  FILLER               PIC X(08) VALUE 'BALCHK'.
           05  FILLER               PIC X(08) VALUE 'DISTRIB'.
           05  FILLER               PIC X(08) VALUE 'FEEDACK'.
           05  FILLER               PIC X(08) VALUE 'HISTUPDT'.
           05  FILLER               PIC X(08) VALUE 'GLJRNL'.
           05  FILLER               PIC X(08) VALUE 'COMPARE'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME         PIC X(08) OCCURS 10 TIMES.
       01  WS-STEP-COUNT            PIC 9(02) VALUE 10.
       01  WS-STEP-SUB              PIC 9(02) VALUE ZERO.
       01  WS-CONVERT-STEP          PIC 9(02) VALUE 1.

      *    ONE ENTRY PER BUSINESS NIGHT IN THE RANGE, KEPT IN DATE
      *    ORDER AS THE NIGHTS ARE FOUND, WITH EACH CHAIN STEP'S
      *    TIMING AND VOLUME FOR THE NIGHT.
       01  WS-MAX-NIGHTS            PIC 9(03) VALUE 366.
       01  WS-NIGHT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-NIGHT-SUB             PIC 9(03) VALUE ZERO.
       01  WS-SHIFT-SUB             PIC 9(03) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 366 TIMES.
               10  WS-NIGHT-DATE              PIC 9(08).
               10  WS-NIGHT-START-STAMP       PIC X(14).
               10  WS-NIGHT-END-STAMP         PIC X(14).
               10  WS-NIGHT-START-SECONDS     PIC 9(11).
               10  WS-NIGHT-END-SECONDS       PIC 9(11).
               10  WS-NIGHT-HEADROOM-SECONDS  PIC S9(09).
               10  WS-NIGHT-CONVERT-OUTPUT    PIC X(120).
               10  WS-NIGHT-CONVERT-LAST-READ PIC 9(09).
               10  WS-NIGHT-STEP OCCURS 10 TIMES.
                   15  WS-NS-RUNS             PIC 9(04).
                   15  WS-NS-START-STAMP      PIC X(14).
                   15  WS-NS-END-STAMP        PIC X(14).
                   15  WS-NS-START-SECONDS    PIC 9(11).
                   15  WS-NS-END-SECONDS      PIC 9(11).
                   15  WS-NS-RECORDS          PIC 9(11).
                   15  WS-NS-HIGH-RC          PIC 9(04).

      *    THE REGISTRY ENTRY BEING TAKEN.
       01  WS-RUN-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-RUN-START-SECONDS     PIC 9(11) VALUE ZERO.
       01  WS-RUN-END-SECONDS       PIC 9(11) VALUE ZERO.
       01  WS-RUN-DATED-SWITCH      PIC X VALUE 'N'.
           88  RUN-DATED            VALUE 'Y'.

      *    BUSINESS DATE SCAN OVER ONE FILE NAME - ONLY THE PART
      *    AFTER THE LAST '/' IS LOOKED AT, SO A DATED DIRECTORY NAME
      *    NEVER PASSES FOR THE FILE'S DATE.
       01  WS-DATE-SOURCE           PIC X(120).
       01  WS-BASE-START            PIC 9(03) VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(03) VALUE ZERO.
       01  WS-FOUND-DATE            PIC 9(08) VALUE ZERO.

      *    A YYYYMMDDHHMMSS STAMP AS SECONDS - DAY NUMBER TIMES 86400
      *    PLUS THE TIME OF DAY - SO ELAPSED TIMES ACROSS MIDNIGHT
      *    ARE A PLAIN SUBTRACTION.
       01  WS-STAMP                 PIC X(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE        PIC 9(08).
           05  WS-STAMP-HHMMSS      PIC 9(06).
       01  WS-STAMP-TIME REDEFINES WS-STAMP.
           05  FILLER               PIC X(08).
           05  WS-STAMP-HH          PIC 9(02).
           05  WS-STAMP-MI          PIC 9(02).
           05  WS-STAMP-SS          PIC 9(02).
       01  WS-STAMP-SECONDS         PIC 9(11) VALUE ZERO.
       01  WS-STAMP-VALID-SWITCH    PIC X VALUE 'N'.
           88  STAMP-VALID          VALUE 'Y'.

      *    ELAPSED SECONDS AS HH:MM:SS FOR THE REPORT.
       01  WS-ELAPSED-SECONDS       PIC 9(09) VALUE ZERO.
       01  WS-ELAPSED-REMAINDER     PIC 9(09) VALUE ZERO.
       01  WS-ELAPSED-TEXT.
           05  WS-ET-HH             PIC 9(02).
           05  FILLER               PIC X(01) VALUE ':'.
           05  WS-ET-MM             PIC 9(02).
           05  FILLER               PIC X(01) VALUE ':'.
           05  WS-ET-SS             PIC 9(02).
       01  WS-STAMP-TEXT            PIC X(19).
       01  WS-TIME-TEXT             PIC X(08).

      *    THE NIGHT BEING REPORTED, MEASURED AGAINST ITS DEADLINE.
       01  WS-DEADLINE-DAY          PIC 9(07) VALUE ZERO.
       01  WS-DEADLINE-DATE         PIC 9(08) VALUE ZERO.
       01  WS-DEADLINE-SECONDS      PIC 9(11) VALUE ZERO.
       01  WS-HEADROOM-MINUTES      PIC S9(07) VALUE ZERO.
       01  WS-RATE-PER-MINUTE       PIC 9(11) VALUE ZERO.

      *    ONE STEP'S TREND - THE EARLIER AND LATER HALVES OF THE
      *    NIGHTS IT RAN ON.
       01  WS-TREND-NIGHTS          PIC 9(03) VALUE ZERO.
       01  WS-TREND-HALF            PIC 9(03) VALUE ZERO.
       01  WS-TREND-ORDINAL         PIC 9(03) VALUE ZERO.
       01  WS-TREND-FIGURES.
           05  WS-EARLY-SECONDS     PIC 9(13) VALUE ZERO.
           05  WS-EARLY-RECORDS     PIC 9(13) VALUE ZERO.
           05  WS-LATE-SECONDS      PIC 9(13) VALUE ZERO.
           05  WS-LATE-RECORDS      PIC 9(13) VALUE ZERO.
       01  WS-EARLY-AVG-SECONDS     PIC 9(09) VALUE ZERO.
       01  WS-LATE-AVG-SECONDS      PIC 9(09) VALUE ZERO.
       01  WS-EARLY-AVG-RECORDS     PIC 9(11) VALUE ZERO.
       01  WS-LATE-AVG-RECORDS      PIC 9(11) VALUE ZERO.
       01  WS-EARLY-PER-1000        PIC 9(07)V9(2) VALUE ZERO.
       01  WS-LATE-PER-1000         PIC 9(07)V9(2) VALUE ZERO.
       01  WS-DURATION-SWITCH       PIC X VALUE 'N'.
           88  DURATION-GROWING     VALUE 'Y'.

      *    ONE CHANGE BETWEEN THE EARLIER AND LATER FIGURE, WORKED
      *    OUT IN 4150 FOR DURATION, VOLUME AND COST PER RECORD.
       01  WS-BASE-AMOUNT           PIC S9(11)V9(4) VALUE ZERO.
       01  WS-COMPARE-AMOUNT        PIC S9(11)V9(4) VALUE ZERO.
       01  WS-CHANGE-AMOUNT         PIC S9(12)V9(4) VALUE ZERO.
       01  WS-CHANGE-PERCENT        PIC S9(05)V9(2) VALUE ZERO.
       01  WS-CHANGE-PERCENT-TEXT   PIC X(10).
       01  WS-CHANGE-FLAG-SWITCH    PIC X VALUE 'N'.
           88  CHANGE-BEYOND-LIMIT  VALUE 'Y'.
       01  DSP-PERCENT              PIC -(6)9.99.

      *    THE DEADLINE FORECAST - A LEAST-SQUARES LINE THROUGH EACH
      *    NIGHT'S HEADROOM IN MINUTES (Y) AGAINST ITS BUSINESS DATE
      *    AS DAYS SINCE THE FIRST NIGHT (X).
       01  WS-FIRST-DAY             PIC 9(07) VALUE ZERO.
       01  WS-LAST-X                PIC 9(05) VALUE ZERO.
       01  WS-FORECAST-X            PIC S9(05) VALUE ZERO.
       01  WS-FORECAST-Y            PIC S9(07)V9(4) VALUE ZERO.
       01  WS-SUM-X                 PIC S9(09) VALUE ZERO.
       01  WS-SUM-Y                 PIC S9(11)V9(4) VALUE ZERO.
       01  WS-MEAN-X                PIC S9(05)V9(6) VALUE ZERO.
       01  WS-MEAN-Y                PIC S9(07)V9(6) VALUE ZERO.
       01  WS-SUM-XX                PIC S9(13)V9(6) VALUE ZERO.
       01  WS-SUM-XY                PIC S9(13)V9(6) VALUE ZERO.
       01  WS-SLOPE                 PIC S9(07)V9(6) VALUE ZERO.
       01  WS-TARGET-Y              PIC S9(07)V9(4) VALUE ZERO.
       01  WS-FORECAST-DAYS         PIC S9(07)V9(4) VALUE ZERO.
       01  WS-FORECAST-WHOLE-DAYS   PIC 9(05) VALUE ZERO.
       01  WS-FORECAST-DATE         PIC 9(08) VALUE ZERO.
       01  WS-FORECAST-TEXT         PIC X(80).
       01  WS-CROSSING-LABEL        PIC X(32).
       01  WS-MARGIN-DATE           PIC 9(08) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-ENTRIES-READ          PIC 9(9)  VALUE ZERO.
           05  WS-RUNS-CHARGED          PIC 9(9)  VALUE ZERO.
           05  WS-RUNS-UNDATED          PIC 9(9)  VALUE ZERO.
           05  WS-RUNS-OUT-OF-RANGE     PIC 9(9)  VALUE ZERO.
           05  WS-RUNS-AFTER-NIGHT      PIC 9(9)  VALUE ZERO.
           05  WS-NIGHTS-IN-MARGIN      PIC 9(9)  VALUE ZERO.
           05  WS-NIGHTS-PAST-DEADLINE  PIC 9(9)  VALUE ZERO.
           05  WS-STEPS-GROWING         PIC 9(9)  VALUE ZERO.

       01  DSP-MARGIN               PIC ZZZ9.
       01  DSP-GROWTH               PIC ZZ9.
       01  DSP-COUNT                PIC ZZZ,ZZ9.
       01  DSP-MINUTES              PIC ZZZ,ZZ9.
       01  DSP-SLOPE                PIC ZZ,ZZ9.99.

       01  RPT-NIGHT-LINE.
           05  FILLER                   PIC X(15) VALUE
               'BUSINESS DATE '.
           05  RPT-NIGHT-DATE           PIC 9(08).
           05  FILLER                   PIC X(10) VALUE
               '  STARTED '.
           05  RPT-NIGHT-START          PIC X(19).
           05  FILLER                   PIC X(11) VALUE
               '  FINISHED '.
           05  RPT-NIGHT-END            PIC X(19).
           05  FILLER                   PIC X(10) VALUE
               '  ELAPSED '.
           05  RPT-NIGHT-ELAPSED        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-NIGHT-FLAG           PIC X(28).

       01  RPT-DEADLINE-LINE.
           05  FILLER                   PIC X(15) VALUE
               '  DEADLINE '.
           05  RPT-DEADLINE             PIC X(16).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RPT-HEADROOM             PIC ZZZ,ZZ9.
           05  RPT-HEADROOM-TEXT        PIC X(30).
           05  RPT-CONVERT-TEXT         PIC X(60).

       01  RPT-STEP-HEADING-LINE.
           05  FILLER                   PIC X(12) VALUE
               '    STEP    '.
           05  FILLER                   PIC X(06) VALUE
               '  RUNS'.
           05  FILLER                   PIC X(10) VALUE
               '  STARTED '.
           05  FILLER                   PIC X(10) VALUE
               '  FINISHED'.
           05  FILLER                   PIC X(10) VALUE
               '  ELAPSED '.
           05  FILLER                   PIC X(16) VALUE
               '    RECORDS READ'.
           05  FILLER                   PIC X(16) VALUE
               '    READ PER MIN'.
           05  FILLER                   PIC X(09) VALUE
               '  HIGH RC'.

       01  RPT-STEP-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RPT-STEP-NAME            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STEP-RUNS            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STEP-START           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STEP-END             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STEP-ELAPSED         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STEP-RECORDS         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-STEP-RATE            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-STEP-RATE-X REDEFINES RPT-STEP-RATE
                                        PIC X(14).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RPT-STEP-RC              PIC ZZZ9.

       01  RPT-TREND-HEADING-1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               '     AVERAGE ELAPSED'.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  FILLER                   PIC X(26) VALUE
               '      AVERAGE RECORDS READ'.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  FILLER                   PIC X(22) VALUE
               ' SECONDS PER 1000 READ'.

       01  RPT-TREND-HEADING-2.
           05  FILLER                   PIC X(10) VALUE
               '  STEP    '.
           05  FILLER                   PIC X(06) VALUE
               'NIGHTS'.
           05  FILLER                   PIC X(10) VALUE
               '   EARLIER'.
           05  FILLER                   PIC X(10) VALUE
               '     LATER'.
           05  FILLER                   PIC X(11) VALUE
               '     CHANGE'.
           05  FILLER                   PIC X(13) VALUE
               '      EARLIER'.
           05  FILLER                   PIC X(13) VALUE
               '        LATER'.
           05  FILLER                   PIC X(11) VALUE
               '     CHANGE'.
           05  FILLER                   PIC X(11) VALUE
               '    EARLIER'.
           05  FILLER                   PIC X(11) VALUE
               '      LATER'.

       01  RPT-TREND-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-STEP             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-NIGHTS           PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-EARLY-ELAPSED    PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-LATE-ELAPSED     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-TRD-ELAPSED-CHANGE   PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-EARLY-RECORDS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-LATE-RECORDS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-TRD-RECORDS-CHANGE   PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-EARLY-PER-1000   PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-LATE-PER-1000    PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRD-FLAG             PIC X(16).

       01  RPT-TREND-SHORT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRS-STEP             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RPT-TRS-NIGHTS           PIC ZZZ9.
           05  FILLER                   PIC X(30) VALUE
               '  TOO FEW NIGHTS TO TREND'.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(36).
           05  RPT-COUNT-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-GATHER-NIGHTS
           PERFORM 3000-REPORT-NIGHTS
           PERFORM 4000-REPORT-STEP-TRENDS
           PERFORM 5000-FORECAST-DEADLINE
           PERFORM 6000-WRITE-SUMMARY
           CLOSE REPORT-FILE

           IF  WS-NIGHT-COUNT = ZERO
                   OR WS-NIGHTS-IN-MARGIN + WS-NIGHTS-PAST-DEADLINE
                       > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'WINRPT: ' WS-NIGHT-COUNT ' NIGHTS REPORTED, '
               WS-NIGHTS-IN-MARGIN ' WITHIN THE MARGIN, '
               WS-NIGHTS-PAST-DEADLINE ' PAST THE DEADLINE'
           GOBACK
           .

       0500-INITIALIZE.

           MOVE SPACES TO FROM-DATE-PARM TO-DATE-PARM MARGIN-PARM
                          DEADLINE-PARM GROWTH-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO REGISTRY-FILENAME REPORT-FILENAME FROM-DATE-PARM
                    TO-DATE-PARM MARGIN-PARM DEADLINE-PARM
                    GROWTH-PARM
           END-UNSTRING

           IF  REGISTRY-FILENAME = SPACES OR REPORT-FILENAME = SPACES
                   OR FROM-DATE-PARM = SPACES OR TO-DATE-PARM = SPACES
               DISPLAY 'USAGE: WINRPT REGISTRY-FILENAME '
                   'REPORT-FILENAME FROM-DATE TO-DATE'
               DISPLAY '       [MARGIN-MINUTES [DEADLINE-HHMM '
                   '[GROWTH-PERCENT]]]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FROM-DATE-PARM IS NOT NUMERIC
                   OR TO-DATE-PARM IS NOT NUMERIC
               DISPLAY 'WINRPT: FROM-DATE AND TO-DATE MUST BE '
                   'YYYYMMDD - ' FROM-DATE-PARM ' ' TO-DATE-PARM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FROM-DATE-PARM TO WS-FROM-DATE
           MOVE TO-DATE-PARM TO WS-TO-DATE
           IF  FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
                       NOT = ZERO
               DISPLAY 'WINRPT: FROM-DATE AND TO-DATE MUST BE '
                   'YYYYMMDD - ' FROM-DATE-PARM ' ' TO-DATE-PARM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF  WS-TO-DATE < WS-FROM-DATE
                   OR FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
                       >= WS-MAX-NIGHTS
               DISPLAY 'WINRPT: TO-DATE MUST BE ON OR AFTER '
                   'FROM-DATE, SPANNING AT MOST ' WS-MAX-NIGHTS
                   ' DAYS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  MARGIN-PARM NOT = SPACES
               IF  FUNCTION TRIM(MARGIN-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(MARGIN-PARM)
                       TO WS-MARGIN-MINUTES
               ELSE
                   DISPLAY 'WINRPT: MARGIN-MINUTES '
                       FUNCTION TRIM(MARGIN-PARM)
                       ' IS NOT A WHOLE NUMBER'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  DEADLINE-PARM NOT = SPACES
               IF  DEADLINE-PARM IS NUMERIC
                   MOVE DEADLINE-PARM TO WS-DEADLINE-HHMM
               END-IF
               IF  DEADLINE-PARM IS NOT NUMERIC
                       OR WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
                   DISPLAY 'WINRPT: DEADLINE-HHMM '
                       FUNCTION TRIM(DEADLINE-PARM)
                       ' IS NOT A TIME OF DAY HHMM'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  GROWTH-PARM NOT = SPACES
               IF  FUNCTION TRIM(GROWTH-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(GROWTH-PARM)
                       TO WS-GROWTH-PERCENT
               ELSE
                   DISPLAY 'WINRPT: GROWTH-PERCENT '
                       FUNCTION TRIM(GROWTH-PARM)
                       ' IS NOT A WHOLE NUMBER'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

      *    ONE PASS OF THE REGISTRY IN KEY SEQUENCE - THE KEY LEADS
      *    WITH THE START TIMESTAMP, SO EVERY NIGHT'S RUNS ARRIVE IN
      *    THE ORDER THEY STARTED AND A NIGHT'S FIRST RUN IS THE ONE
      *    THAT OPENS IT.
       1000-GATHER-NIGHTS.
           OPEN INPUT REGISTRY-FILE
           IF  WS-REGISTRY-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE REGISTRY-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REGISTRY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ REGISTRY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-TAKE-ONE-RUN
               END-READ
               IF  WS-REGISTRY-FILE-STATUS NOT = '00'
                       AND WS-REGISTRY-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE REGISTRY-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-REGISTRY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE REGISTRY-FILE
           .

       2000-TAKE-ONE-RUN.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM 2100-FIND-STEP

      *    A FEEDER HELD OUT OF A CONSOLIDATION RUN HAS A REGISTRY
      *    ENTRY OF ITS OWN UNDER THE RUN'S START STAMP (SEE CONVERT
      *    0895) - THE RUN'S OWN ENTRY ALREADY COVERS ITS TIME, AND
      *    ITS RECORDS NEVER WENT THROUGH, SO IT IS NOT A STEP RUN.
           IF  WS-STEP-SUB = WS-CONVERT-STEP
                   AND RGY-STATUS-TEXT NOT = SPACES
                   AND RGY-RETURN-CODE = 4
                   AND RGY-RECORDS-WRITTEN = ZERO
                   AND RGY-RECORDS-REJECTED = ZERO
               MOVE ZERO TO WS-STEP-SUB
           END-IF

           IF  WS-STEP-SUB > ZERO
               PERFORM 2200-DATE-ONE-RUN
               EVALUATE TRUE
                   WHEN NOT RUN-DATED
                       ADD 1 TO WS-RUNS-UNDATED
                   WHEN WS-RUN-BUSINESS-DATE < WS-FROM-DATE
                           OR WS-RUN-BUSINESS-DATE > WS-TO-DATE
                       ADD 1 TO WS-RUNS-OUT-OF-RANGE
                   WHEN OTHER
                       PERFORM 2300-FIND-NIGHT
                       IF  WS-RUN-START-SECONDS
                               > WS-NIGHT-END-SECONDS (WS-NIGHT-SUB)
                               + WS-CHAIN-GAP-SECONDS
                           ADD 1 TO WS-RUNS-AFTER-NIGHT
                       ELSE
                           PERFORM 2400-CHARGE-RUN
                       END-IF
               END-EVALUATE
           END-IF
           .

       2100-FIND-STEP.
           MOVE ZERO TO WS-STEP-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-STEP-COUNT
               IF  RGY-PROGRAM = WS-STEP-NAME (WS-SHIFT-SUB)
                   MOVE WS-SHIFT-SUB TO WS-STEP-SUB
               END-IF
           END-PERFORM
           .

      *    THE RUN'S BUSINESS DATE FROM ITS FILE NAMES, AND ITS START
      *    AND END AS SECONDS. A RUN WITH NO DATED FILE NAME, OR WITH
      *    A STAMP THAT IS NOT A REAL DATE AND TIME, CANNOT BE PLACED.
       2200-DATE-ONE-RUN.
           MOVE 'N' TO WS-RUN-DATED-SWITCH
           MOVE ZERO TO WS-RUN-BUSINESS-DATE
           MOVE RGY-OUTPUT-FILENAME TO WS-DATE-SOURCE
           PERFORM 2250-SCAN-FOR-DATE
           IF  WS-RUN-BUSINESS-DATE = ZERO
               MOVE RGY-INPUT-FILENAME TO WS-DATE-SOURCE
               PERFORM 2250-SCAN-FOR-DATE
           END-IF

           IF  WS-RUN-BUSINESS-DATE NOT = ZERO
               MOVE RGY-START-STAMP TO WS-STAMP
               PERFORM 7000-STAMP-TO-SECONDS
               IF  STAMP-VALID
                   MOVE WS-STAMP-SECONDS TO WS-RUN-START-SECONDS
                   MOVE RGY-END-STAMP TO WS-STAMP
                   PERFORM 7000-STAMP-TO-SECONDS
                   IF  STAMP-VALID
                       MOVE WS-STAMP-SECONDS TO WS-RUN-END-SECONDS
                       SET RUN-DATED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *    THE FIRST '.YYYYMMDD.' (OR A TRAILING '.YYYYMMDD') IN THE
      *    FILE NAME'S LAST PATH PART THAT IS A REAL DATE - THE SAME
      *    DATED-NAME CONVENTION HOUSEKEEP AGES THE FILES BY.
       2250-SCAN-FOR-DATE.
           MOVE 1 TO WS-BASE-START
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 120
               IF  WS-DATE-SOURCE (WS-SCAN-SUB:1) = '/'
                   COMPUTE WS-BASE-START = WS-SCAN-SUB + 1
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SCAN-SUB FROM WS-BASE-START BY 1
                   UNTIL WS-SCAN-SUB > 111
                       OR WS-RUN-BUSINESS-DATE NOT = ZERO
               IF  WS-DATE-SOURCE (WS-SCAN-SUB:1) = '.'
                       AND WS-DATE-SOURCE (WS-SCAN-SUB + 1:8)
                           IS NUMERIC
                       AND (WS-DATE-SOURCE (WS-SCAN-SUB + 9:1) = '.'
                           OR WS-DATE-SOURCE (WS-SCAN-SUB + 9:1)
                               = SPACE)
                   MOVE WS-DATE-SOURCE (WS-SCAN-SUB + 1:8)
                       TO WS-FOUND-DATE
                   IF  FUNCTION TEST-DATE-YYYYMMDD(WS-FOUND-DATE)
                           = ZERO
                       MOVE WS-FOUND-DATE TO WS-RUN-BUSINESS-DATE
                   END-IF
               END-IF
           END-PERFORM
           .

      *    THE NIGHT'S ENTRY, ADDED IN DATE ORDER THE FIRST TIME ONE
      *    OF ITS RUNS IS SEEN. THE RANGE IS AT MOST WS-MAX-NIGHTS
      *    DAYS, SO THE TABLE CANNOT OVERFLOW.
       2300-FIND-NIGHT.
           MOVE ZERO TO WS-NIGHT-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-NIGHT-COUNT
               IF  WS-NIGHT-DATE (WS-SHIFT-SUB) = WS-RUN-BUSINESS-DATE
                   MOVE WS-SHIFT-SUB TO WS-NIGHT-SUB
               END-IF
           END-PERFORM
           IF  WS-NIGHT-SUB = ZERO
               PERFORM 2350-ADD-NIGHT
           END-IF
           .

       2350-ADD-NIGHT.
           MOVE 1 TO WS-NIGHT-SUB
           MOVE WS-NIGHT-COUNT TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB = ZERO
               IF  WS-NIGHT-DATE (WS-SHIFT-SUB) > WS-RUN-BUSINESS-DATE
                   MOVE WS-NIGHT-ENTRY (WS-SHIFT-SUB)
                       TO WS-NIGHT-ENTRY (WS-SHIFT-SUB + 1)
                   SUBTRACT 1 FROM WS-SHIFT-SUB
               ELSE
                   COMPUTE WS-NIGHT-SUB = WS-SHIFT-SUB + 1
                   MOVE ZERO TO WS-SHIFT-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-NIGHT-COUNT

           INITIALIZE WS-NIGHT-ENTRY (WS-NIGHT-SUB)
           MOVE WS-RUN-BUSINESS-DATE TO WS-NIGHT-DATE (WS-NIGHT-SUB)
           MOVE RGY-START-STAMP TO WS-NIGHT-START-STAMP (WS-NIGHT-SUB)
                                   WS-NIGHT-END-STAMP (WS-NIGHT-SUB)
           MOVE WS-RUN-START-SECONDS
               TO WS-NIGHT-START-SECONDS (WS-NIGHT-SUB)
                  WS-NIGHT-END-SECONDS (WS-NIGHT-SUB)
           .

       2400-CHARGE-RUN.
           ADD 1 TO WS-RUNS-CHARGED
           IF  WS-RUN-END-SECONDS > WS-NIGHT-END-SECONDS (WS-NIGHT-SUB)
               MOVE WS-RUN-END-SECONDS
                   TO WS-NIGHT-END-SECONDS (WS-NIGHT-SUB)
               MOVE RGY-END-STAMP TO WS-NIGHT-END-STAMP (WS-NIGHT-SUB)
           END-IF

           ADD 1 TO WS-NS-RUNS (WS-NIGHT-SUB, WS-STEP-SUB)
           IF  WS-NS-RUNS (WS-NIGHT-SUB, WS-STEP-SUB) = 1
               MOVE RGY-START-STAMP
                   TO WS-NS-START-STAMP (WS-NIGHT-SUB, WS-STEP-SUB)
               MOVE WS-RUN-START-SECONDS
                   TO WS-NS-START-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
           END-IF
           IF  WS-RUN-END-SECONDS
                   > WS-NS-END-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
               MOVE RGY-END-STAMP
                   TO WS-NS-END-STAMP (WS-NIGHT-SUB, WS-STEP-SUB)
               MOVE WS-RUN-END-SECONDS
                   TO WS-NS-END-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
           END-IF
           IF  RGY-RETURN-CODE
                   > WS-NS-HIGH-RC (WS-NIGHT-SUB, WS-STEP-SUB)
               MOVE RGY-RETURN-CODE
                   TO WS-NS-HIGH-RC (WS-NIGHT-SUB, WS-STEP-SUB)
           END-IF

      *    A CONVERT RESTART REGISTERS CUMULATIVE FIGURES FOR THE
      *    OUTPUT IT RESUMED, SO IT REPLACES THE EARLIER SEGMENT'S
      *    READ COUNT; CONVSPLT CHUNKS EACH HAVE AN OUTPUT OF THEIR
      *    OWN AND ADD UP.
           IF  WS-STEP-SUB = WS-CONVERT-STEP
               IF  RGY-OUTPUT-FILENAME
                       = WS-NIGHT-CONVERT-OUTPUT (WS-NIGHT-SUB)
                   SUBTRACT WS-NIGHT-CONVERT-LAST-READ (WS-NIGHT-SUB)
                       FROM WS-NS-RECORDS (WS-NIGHT-SUB, WS-STEP-SUB)
               END-IF
               MOVE RGY-OUTPUT-FILENAME
                   TO WS-NIGHT-CONVERT-OUTPUT (WS-NIGHT-SUB)
               MOVE RGY-RECORDS-READ
                   TO WS-NIGHT-CONVERT-LAST-READ (WS-NIGHT-SUB)
           END-IF
           ADD RGY-RECORDS-READ
               TO WS-NS-RECORDS (WS-NIGHT-SUB, WS-STEP-SUB)
           .

       3000-REPORT-NIGHTS.
           OPEN OUTPUT REPORT-FILE
           IF  WS-REPORT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE REPORT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE WS-MARGIN-MINUTES TO DSP-MARGIN
           MOVE SPACES TO REPORT-RECORD
           STRING 'WINRPT BATCH-WINDOW REPORT - BUSINESS DATES '
                  WS-FROM-DATE ' THRU ' WS-TO-DATE
                  ' - DEADLINE ' WS-DEADLINE-HH ':' WS-DEADLINE-MM
                  ', MARGIN ' FUNCTION TRIM(DSP-MARGIN) ' MINUTES'
                  ' - REGISTRY ' FUNCTION TRIM(REGISTRY-FILENAME)
                  DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8600-WRITE-REPORT-RECORD

           IF  WS-NIGHT-COUNT = ZERO
               MOVE SPACES TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
               MOVE 'NO BATCH NIGHT FOUND IN THE RANGE'
                   TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           END-IF

           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM 3100-REPORT-ONE-NIGHT
           END-PERFORM
           .

       3100-REPORT-ONE-NIGHT.
           PERFORM 3150-MEASURE-AGAINST-DEADLINE

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE WS-NIGHT-DATE (WS-NIGHT-SUB) TO RPT-NIGHT-DATE
           MOVE WS-NIGHT-START-STAMP (WS-NIGHT-SUB) TO WS-STAMP
           PERFORM 7200-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO RPT-NIGHT-START
           MOVE WS-NIGHT-END-STAMP (WS-NIGHT-SUB) TO WS-STAMP
           PERFORM 7200-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO RPT-NIGHT-END
           COMPUTE WS-ELAPSED-SECONDS
               = WS-NIGHT-END-SECONDS (WS-NIGHT-SUB)
               - WS-NIGHT-START-SECONDS (WS-NIGHT-SUB)
           PERFORM 7100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO RPT-NIGHT-ELAPSED
           EVALUATE TRUE
               WHEN WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB) < ZERO
                   MOVE '*** DEADLINE MISSED ***' TO RPT-NIGHT-FLAG
                   ADD 1 TO WS-NIGHTS-PAST-DEADLINE
               WHEN WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB)
                       <= WS-MARGIN-MINUTES * 60
                   MOVE '*** WITHIN THE MARGIN ***' TO RPT-NIGHT-FLAG
                   ADD 1 TO WS-NIGHTS-IN-MARGIN
               WHEN OTHER
                   MOVE SPACES TO RPT-NIGHT-FLAG
           END-EVALUATE
           MOVE RPT-NIGHT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE SPACES TO RPT-DEADLINE
           STRING WS-DEADLINE-DATE (1:4) '-' WS-DEADLINE-DATE (5:2)
                  '-' WS-DEADLINE-DATE (7:2) ' '
                  WS-DEADLINE-HH ':' WS-DEADLINE-MM
                  DELIMITED BY SIZE
               INTO RPT-DEADLINE
           END-STRING
           IF  WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB) < ZERO
               COMPUTE WS-HEADROOM-MINUTES
                   = (59 - WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB))
                     / 60
               MOVE ' MINUTES AFTER IT' TO RPT-HEADROOM-TEXT
           ELSE
               COMPUTE WS-HEADROOM-MINUTES
                   = WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB) / 60
               MOVE ' MINUTES BEFORE IT' TO RPT-HEADROOM-TEXT
           END-IF
           MOVE WS-HEADROOM-MINUTES TO RPT-HEADROOM
           MOVE SPACES TO RPT-CONVERT-TEXT
           IF  WS-NS-RUNS (WS-NIGHT-SUB, WS-CONVERT-STEP) > ZERO
               MOVE WS-CONVERT-STEP TO WS-STEP-SUB
               PERFORM 3250-COMPUTE-STEP-RATE
               MOVE WS-RATE-PER-MINUTE TO DSP-MINUTES
               STRING 'CONVERT READ '
                      FUNCTION TRIM(DSP-MINUTES)
                      ' RECORDS PER MINUTE' DELIMITED BY SIZE
                   INTO RPT-CONVERT-TEXT
               END-STRING
           END-IF
           MOVE RPT-DEADLINE-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE RPT-STEP-HEADING-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF  WS-NS-RUNS (WS-NIGHT-SUB, WS-STEP-SUB) > ZERO
                   PERFORM 3200-WRITE-STEP-LINE
               END-IF
           END-PERFORM
           .

      *    THE DEADLINE FALLS ON THE MORNING THE NIGHT OPENED, OR ON
      *    THE NEXT MORNING WHEN IT OPENED AFTER THE NOON CUT.
      *    HEADROOM IS SIGNED - NEGATIVE WHEN THE NIGHT RAN PAST IT.
       3150-MEASURE-AGAINST-DEADLINE.
           MOVE WS-NIGHT-START-STAMP (WS-NIGHT-SUB) TO WS-STAMP
           COMPUTE WS-DEADLINE-DAY
               = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           IF  WS-STAMP-HHMMSS >= WS-NOON-CUT-HHMMSS
               ADD 1 TO WS-DEADLINE-DAY
           END-IF
           COMPUTE WS-DEADLINE-DATE
               = FUNCTION DATE-OF-INTEGER(WS-DEADLINE-DAY)
           COMPUTE WS-DEADLINE-SECONDS
               = WS-DEADLINE-DAY * 86400
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           COMPUTE WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB)
               = WS-DEADLINE-SECONDS
               - WS-NIGHT-END-SECONDS (WS-NIGHT-SUB)
           .

       3200-WRITE-STEP-LINE.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO RPT-STEP-NAME
           MOVE WS-NS-RUNS (WS-NIGHT-SUB, WS-STEP-SUB) TO RPT-STEP-RUNS
           MOVE WS-NS-START-STAMP (WS-NIGHT-SUB, WS-STEP-SUB)
               TO WS-STAMP
           PERFORM 7200-FORMAT-STAMP
           MOVE WS-TIME-TEXT TO RPT-STEP-START
           MOVE WS-NS-END-STAMP (WS-NIGHT-SUB, WS-STEP-SUB) TO WS-STAMP
           PERFORM 7200-FORMAT-STAMP
           MOVE WS-TIME-TEXT TO RPT-STEP-END
           COMPUTE WS-ELAPSED-SECONDS
               = WS-NS-END-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
               - WS-NS-START-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
           PERFORM 7100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO RPT-STEP-ELAPSED
           MOVE WS-NS-RECORDS (WS-NIGHT-SUB, WS-STEP-SUB)
               TO RPT-STEP-RECORDS
           IF  WS-STEP-SUB = WS-CONVERT-STEP
               PERFORM 3250-COMPUTE-STEP-RATE
               MOVE WS-RATE-PER-MINUTE TO RPT-STEP-RATE
           ELSE
               MOVE SPACES TO RPT-STEP-RATE-X
           END-IF
           MOVE WS-NS-HIGH-RC (WS-NIGHT-SUB, WS-STEP-SUB)
               TO RPT-STEP-RC
           MOVE RPT-STEP-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           .

      *    RECORDS READ PER MINUTE OF THE STEP'S ELAPSED TIME - A
      *    STEP THAT FINISHED INSIDE THE SECOND IT STARTED IS TAKEN
      *    AS ONE SECOND.
       3250-COMPUTE-STEP-RATE.
           COMPUTE WS-ELAPSED-SECONDS
               = WS-NS-END-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
               - WS-NS-START-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
           IF  WS-ELAPSED-SECONDS = ZERO
               MOVE 1 TO WS-ELAPSED-SECONDS
           END-IF
           COMPUTE WS-RATE-PER-MINUTE
               = WS-NS-RECORDS (WS-NIGHT-SUB, WS-STEP-SUB) * 60
               / WS-ELAPSED-SECONDS
           .

       4000-REPORT-STEP-TRENDS.
           MOVE WS-GROWTH-PERCENT TO DSP-GROWTH
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'STEP TREND - EARLIER HALF OF EACH STEP''S NIGHTS '
                  'AGAINST THE LATER HALF - FLAG DURATION GROWTH '
                  'BEYOND ' FUNCTION TRIM(DSP-GROWTH) ' PERCENT'
                  DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE RPT-TREND-HEADING-1 TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE RPT-TREND-HEADING-2 TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE ZERO TO WS-TREND-NIGHTS
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   IF  WS-NS-RUNS (WS-NIGHT-SUB, WS-STEP-SUB) > ZERO
                       ADD 1 TO WS-TREND-NIGHTS
                   END-IF
               END-PERFORM
               IF  WS-TREND-NIGHTS > ZERO
                   PERFORM 4100-TREND-ONE-STEP
               END-IF
           END-PERFORM
           .

      *    WITH AN ODD NUMBER OF NIGHTS THE MIDDLE ONE IS IN NEITHER
      *    HALF, SO BOTH HALVES ARE THE SAME SIZE.
       4100-TREND-ONE-STEP.
           IF  WS-TREND-NIGHTS < 2
               MOVE WS-STEP-NAME (WS-STEP-SUB) TO RPT-TRS-STEP
               MOVE WS-TREND-NIGHTS TO RPT-TRS-NIGHTS
               MOVE RPT-TREND-SHORT-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           ELSE
               COMPUTE WS-TREND-HALF = WS-TREND-NIGHTS / 2
               MOVE ZERO TO WS-TREND-ORDINAL
               INITIALIZE WS-TREND-FIGURES
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   IF  WS-NS-RUNS (WS-NIGHT-SUB, WS-STEP-SUB) > ZERO
                       ADD 1 TO WS-TREND-ORDINAL
                       PERFORM 4120-TALLY-TREND-NIGHT
                   END-IF
               END-PERFORM
               PERFORM 4200-WRITE-TREND-LINE
           END-IF
           .

       4120-TALLY-TREND-NIGHT.
           COMPUTE WS-ELAPSED-SECONDS
               = WS-NS-END-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
               - WS-NS-START-SECONDS (WS-NIGHT-SUB, WS-STEP-SUB)
           IF  WS-TREND-ORDINAL <= WS-TREND-HALF
               ADD WS-ELAPSED-SECONDS TO WS-EARLY-SECONDS
               ADD WS-NS-RECORDS (WS-NIGHT-SUB, WS-STEP-SUB)
                   TO WS-EARLY-RECORDS
           END-IF
           IF  WS-TREND-ORDINAL > WS-TREND-NIGHTS - WS-TREND-HALF
               ADD WS-ELAPSED-SECONDS TO WS-LATE-SECONDS
               ADD WS-NS-RECORDS (WS-NIGHT-SUB, WS-STEP-SUB)
                   TO WS-LATE-RECORDS
           END-IF
           .

       4200-WRITE-TREND-LINE.
           COMPUTE WS-EARLY-AVG-SECONDS ROUNDED
               = WS-EARLY-SECONDS / WS-TREND-HALF
           COMPUTE WS-LATE-AVG-SECONDS ROUNDED
               = WS-LATE-SECONDS / WS-TREND-HALF
           COMPUTE WS-EARLY-AVG-RECORDS ROUNDED
               = WS-EARLY-RECORDS / WS-TREND-HALF
           COMPUTE WS-LATE-AVG-RECORDS ROUNDED
               = WS-LATE-RECORDS / WS-TREND-HALF
           MOVE ZERO TO WS-EARLY-PER-1000 WS-LATE-PER-1000
           IF  WS-EARLY-RECORDS > ZERO
               COMPUTE WS-EARLY-PER-1000 ROUNDED
                   = WS-EARLY-SECONDS * 1000 / WS-EARLY-RECORDS
           END-IF
           IF  WS-LATE-RECORDS > ZERO
               COMPUTE WS-LATE-PER-1000 ROUNDED
                   = WS-LATE-SECONDS * 1000 / WS-LATE-RECORDS
           END-IF

           MOVE WS-STEP-NAME (WS-STEP-SUB) TO RPT-TRD-STEP
           MOVE WS-TREND-NIGHTS TO RPT-TRD-NIGHTS
           MOVE WS-EARLY-AVG-SECONDS TO WS-ELAPSED-SECONDS
           PERFORM 7100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO RPT-TRD-EARLY-ELAPSED
           MOVE WS-LATE-AVG-SECONDS TO WS-ELAPSED-SECONDS
           PERFORM 7100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO RPT-TRD-LATE-ELAPSED
           MOVE WS-EARLY-AVG-RECORDS TO RPT-TRD-EARLY-RECORDS
           MOVE WS-LATE-AVG-RECORDS TO RPT-TRD-LATE-RECORDS
           MOVE WS-EARLY-PER-1000 TO RPT-TRD-EARLY-PER-1000
           MOVE WS-LATE-PER-1000 TO RPT-TRD-LATE-PER-1000

           MOVE WS-EARLY-AVG-RECORDS TO WS-BASE-AMOUNT
           MOVE WS-LATE-AVG-RECORDS TO WS-COMPARE-AMOUNT
           PERFORM 4150-COMPUTE-CHANGE
           MOVE WS-CHANGE-PERCENT-TEXT TO RPT-TRD-RECORDS-CHANGE

           MOVE WS-EARLY-AVG-SECONDS TO WS-BASE-AMOUNT
           MOVE WS-LATE-AVG-SECONDS TO WS-COMPARE-AMOUNT
           PERFORM 4150-COMPUTE-CHANGE
           MOVE WS-CHANGE-PERCENT-TEXT TO RPT-TRD-ELAPSED-CHANGE
           MOVE WS-CHANGE-FLAG-SWITCH TO WS-DURATION-SWITCH

      *    A GROWING STEP IS PUT DOWN TO RATE WHEN EACH RECORD NOW
      *    COSTS MORE THAN THE GROWTH LIMIT ALLOWS, OTHERWISE TO THE
      *    EXTRA VOLUME IT IS CARRYING.
           MOVE SPACES TO RPT-TRD-FLAG
           IF  DURATION-GROWING
               ADD 1 TO WS-STEPS-GROWING
               IF  WS-EARLY-RECORDS > ZERO AND WS-LATE-RECORDS > ZERO
                   MOVE WS-EARLY-PER-1000 TO WS-BASE-AMOUNT
                   MOVE WS-LATE-PER-1000 TO WS-COMPARE-AMOUNT
                   PERFORM 4150-COMPUTE-CHANGE
                   IF  CHANGE-BEYOND-LIMIT
                       MOVE 'GROWING - RATE' TO RPT-TRD-FLAG
                   ELSE
                       MOVE 'GROWING - VOLUME' TO RPT-TRD-FLAG
                   END-IF
               ELSE
                   MOVE 'GROWING' TO RPT-TRD-FLAG
               END-IF
           END-IF
           MOVE RPT-TREND-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           .

      *    CHANGE FROM WS-BASE-AMOUNT TO WS-COMPARE-AMOUNT AS A
      *    PERCENTAGE OF THE BASE, PLUS WHETHER IT IS GROWTH BEYOND
      *    WS-GROWTH-PERCENT. A RISE FROM ZERO PRINTS AS NEW AND A
      *    PERCENTAGE TOO LARGE FOR THE FIELD AS OVER; BOTH ARE
      *    BEYOND ANY LIMIT.
       4150-COMPUTE-CHANGE.
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
                       = WS-CHANGE-AMOUNT * 100 / WS-BASE-AMOUNT
                       ON SIZE ERROR
                           MOVE '      OVER' TO WS-CHANGE-PERCENT-TEXT
                           SET CHANGE-BEYOND-LIMIT TO TRUE
                       NOT ON SIZE ERROR
                           MOVE WS-CHANGE-PERCENT TO DSP-PERCENT
                           MOVE DSP-PERCENT TO WS-CHANGE-PERCENT-TEXT
                           IF  WS-CHANGE-PERCENT > WS-GROWTH-PERCENT
                               SET CHANGE-BEYOND-LIMIT TO TRUE
                           END-IF
                   END-COMPUTE
           END-EVALUATE
           .

      *    STRAIGHT-LINE FORECAST OF THE NIGHT'S HEADROOM. THE SLOPE
      *    IS THE MINUTES OF HEADROOM GAINED (OR, NEGATIVE, LOST) PER
      *    DAY; WHERE THE LINE MEETS THE MARGIN AND ZERO ARE THE DAYS
      *    THE NIGHT IS FORECAST TO RUN INTO THE MARGIN AND PAST THE
      *    DEADLINE.
       5000-FORECAST-DEADLINE.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE WS-NIGHT-COUNT TO DSP-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'DEADLINE FORECAST - STRAIGHT-LINE TREND OF THE '
                  'HEADROOM LEFT BEFORE ' WS-DEADLINE-HH ':'
                  WS-DEADLINE-MM ' OVER ' FUNCTION TRIM(DSP-COUNT)
                  ' NIGHTS' DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           IF  WS-NIGHT-COUNT < 2
               MOVE '  TOO FEW NIGHTS IN THE RANGE TO FORECAST'
                   TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           ELSE
               PERFORM 5100-FIT-HEADROOM-LINE
               PERFORM 5200-WRITE-FORECAST
           END-IF
           .

       5100-FIT-HEADROOM-LINE.
           COMPUTE WS-FIRST-DAY
               = FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE (1))
           MOVE ZERO TO WS-SUM-X WS-SUM-Y WS-SUM-XX WS-SUM-XY
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM 5150-NIGHT-POINT
               ADD WS-FORECAST-X TO WS-SUM-X
               ADD WS-FORECAST-Y TO WS-SUM-Y
           END-PERFORM
           COMPUTE WS-MEAN-X ROUNDED = WS-SUM-X / WS-NIGHT-COUNT
           COMPUTE WS-MEAN-Y ROUNDED = WS-SUM-Y / WS-NIGHT-COUNT
           MOVE WS-FORECAST-X TO WS-LAST-X

           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM 5150-NIGHT-POINT
               COMPUTE WS-SUM-XX = WS-SUM-XX
                   + (WS-FORECAST-X - WS-MEAN-X)
                   * (WS-FORECAST-X - WS-MEAN-X)
               COMPUTE WS-SUM-XY = WS-SUM-XY
                   + (WS-FORECAST-X - WS-MEAN-X)
                   * (WS-FORECAST-Y - WS-MEAN-Y)
           END-PERFORM
           COMPUTE WS-SLOPE ROUNDED = WS-SUM-XY / WS-SUM-XX
           .

       5150-NIGHT-POINT.
           COMPUTE WS-FORECAST-X
               = FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE (WS-NIGHT-SUB))
               - WS-FIRST-DAY
           COMPUTE WS-FORECAST-Y ROUNDED
               = WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB) / 60
           .

       5200-WRITE-FORECAST.
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
           MOVE SPACES TO REPORT-RECORD
           IF  WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB) < ZERO
               COMPUTE WS-HEADROOM-MINUTES
                   = (59 - WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB))
                     / 60
               MOVE WS-HEADROOM-MINUTES TO DSP-MINUTES
               STRING '  LATEST NIGHT ' WS-NIGHT-DATE (WS-NIGHT-SUB)
                      ' FINISHED ' FUNCTION TRIM(DSP-MINUTES)
                      ' MINUTES AFTER THE DEADLINE' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               COMPUTE WS-HEADROOM-MINUTES
                   = WS-NIGHT-HEADROOM-SECONDS (WS-NIGHT-SUB) / 60
               MOVE WS-HEADROOM-MINUTES TO DSP-MINUTES
               STRING '  LATEST NIGHT ' WS-NIGHT-DATE (WS-NIGHT-SUB)
                      ' FINISHED ' FUNCTION TRIM(DSP-MINUTES)
                      ' MINUTES BEFORE THE DEADLINE' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-SLOPE < ZERO
                   COMPUTE DSP-SLOPE = ZERO - WS-SLOPE
                   STRING '  FINISH IS MOVING LATER BY '
                          FUNCTION TRIM(DSP-SLOPE)
                          ' MINUTES A DAY' DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN WS-SLOPE > ZERO
                   MOVE WS-SLOPE TO DSP-SLOPE
                   STRING '  FINISH IS MOVING EARLIER BY '
                          FUNCTION TRIM(DSP-SLOPE)
                          ' MINUTES A DAY' DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   MOVE '  FINISH IS HOLDING STEADY' TO REPORT-RECORD
           END-EVALUATE
           PERFORM 8600-WRITE-REPORT-RECORD

           IF  WS-SLOPE NOT < ZERO
               MOVE '  NO DEADLINE BREACH FORECAST - THE FINISH IS NOT T
      -            'RENDING LATER' TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           ELSE
               MOVE WS-MARGIN-MINUTES TO WS-TARGET-Y
               MOVE SPACES TO WS-CROSSING-LABEL
               STRING 'ENTERS THE ' FUNCTION TRIM(DSP-MARGIN)
                      '-MINUTE MARGIN' DELIMITED BY SIZE
                   INTO WS-CROSSING-LABEL
               END-STRING
               PERFORM 5300-WRITE-CROSSING
               MOVE WS-FORECAST-DATE TO WS-MARGIN-DATE

               MOVE ZERO TO WS-TARGET-Y
               MOVE SPACES TO WS-CROSSING-LABEL
               STRING 'BREACHES THE ' WS-DEADLINE-HH ':'
                      WS-DEADLINE-MM ' DEADLINE' DELIMITED BY SIZE
                   INTO WS-CROSSING-LABEL
               END-STRING
               PERFORM 5300-WRITE-CROSSING

               IF  WS-MARGIN-DATE NOT = ZERO
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  MOVE TO CONVSPLT, OR ADD CHUNKS, BEFORE '
                          WS-MARGIN-DATE DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   PERFORM 8600-WRITE-REPORT-RECORD
               END-IF
           END-IF
           .

      *    THE DAY THE FITTED LINE REACHES WS-TARGET-Y MINUTES OF
      *    HEADROOM, COUNTED FROM THE LATEST NIGHT AND ROUNDED UP TO
      *    A WHOLE DAY. WS-FORECAST-DATE IS LEFT ZERO UNLESS A DATE
      *    IS FORECAST.
       5300-WRITE-CROSSING.
           MOVE ZERO TO WS-FORECAST-DATE
           MOVE SPACES TO WS-FORECAST-TEXT
           COMPUTE WS-FORECAST-DAYS
               = WS-MEAN-X + (WS-TARGET-Y - WS-MEAN-Y) / WS-SLOPE
               - WS-LAST-X
               ON SIZE ERROR
                   MOVE WS-FORECAST-LIMIT-DAYS TO WS-FORECAST-DAYS
                   ADD 1 TO WS-FORECAST-DAYS
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-FORECAST-DAYS > WS-FORECAST-LIMIT-DAYS
                   MOVE WS-FORECAST-LIMIT-DAYS TO DSP-COUNT
                   STRING 'MORE THAN ' FUNCTION TRIM(DSP-COUNT)
                          ' DAYS OUT' DELIMITED BY SIZE
                       INTO WS-FORECAST-TEXT
                   END-STRING
               WHEN WS-FORECAST-DAYS NOT > ZERO
                   MOVE 'ALREADY, ON THE TREND' TO WS-FORECAST-TEXT
               WHEN OTHER
                   MOVE WS-FORECAST-DAYS TO WS-FORECAST-WHOLE-DAYS
                   IF  WS-FORECAST-WHOLE-DAYS < WS-FORECAST-DAYS
                       ADD 1 TO WS-FORECAST-WHOLE-DAYS
                   END-IF
                   COMPUTE WS-FORECAST-DATE
                       = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                               WS-NIGHT-DATE (WS-NIGHT-COUNT))
                           + WS-FORECAST-WHOLE-DAYS)
                   MOVE WS-FORECAST-WHOLE-DAYS TO DSP-COUNT
                   STRING 'ON OR ABOUT ' WS-FORECAST-DATE ' ('
                          FUNCTION TRIM(DSP-COUNT)
                          ' DAYS AFTER THE LATEST NIGHT)'
                          DELIMITED BY SIZE
                       INTO WS-FORECAST-TEXT
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' FUNCTION TRIM(WS-CROSSING-LABEL) ' '
                  FUNCTION TRIM(WS-FORECAST-TEXT) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8600-WRITE-REPORT-RECORD
           .

       6000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'REGISTRY ENTRIES READ . . . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-ENTRIES-READ TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'CHAIN RUNS CHARGED TO A NIGHT . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-RUNS-CHARGED TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'LATER RUNS NOT CHARGED (REWORK) . . '
               TO RPT-COUNT-LABEL
           MOVE WS-RUNS-AFTER-NIGHT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'CHAIN RUNS OUTSIDE THE DATE RANGE . '
               TO RPT-COUNT-LABEL
           MOVE WS-RUNS-OUT-OF-RANGE TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'CHAIN RUNS WITH NO BUSINESS DATE  . '
               TO RPT-COUNT-LABEL
           MOVE WS-RUNS-UNDATED TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'NIGHTS REPORTED . . . . . . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-NIGHT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'NIGHTS WITHIN THE MARGIN  . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-NIGHTS-IN-MARGIN TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'NIGHTS PAST THE DEADLINE  . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-NIGHTS-PAST-DEADLINE TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           MOVE 'STEPS GROWING . . . . . . . . . . . '
               TO RPT-COUNT-LABEL
           MOVE WS-STEPS-GROWING TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           .

      *    A REGISTRY STAMP AS SECONDS. STAMP-VALID IS LEFT OFF FOR A
      *    STAMP THAT IS NOT A REAL DATE AND TIME OF DAY.
       7000-STAMP-TO-SECONDS.
           MOVE 'N' TO WS-STAMP-VALID-SWITCH
           MOVE ZERO TO WS-STAMP-SECONDS
           IF  WS-STAMP IS NUMERIC
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = ZERO
                       AND WS-STAMP-HH < 24 AND WS-STAMP-MI < 60
                       AND WS-STAMP-SS < 60
                   COMPUTE WS-STAMP-SECONDS
                       = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                         * 86400
                       + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                       + WS-STAMP-SS
                   SET STAMP-VALID TO TRUE
               END-IF
           END-IF
           .

      *    WS-ELAPSED-SECONDS AS HH:MM:SS - ANYTHING OVER 99 HOURS
      *    SHOWS AS 99:59:59.
       7100-FORMAT-ELAPSED.
           IF  WS-ELAPSED-SECONDS > 359999
               MOVE 359999 TO WS-ELAPSED-SECONDS
           END-IF
           DIVIDE WS-ELAPSED-SECONDS BY 3600 GIVING WS-ET-HH
               REMAINDER WS-ELAPSED-REMAINDER
           DIVIDE WS-ELAPSED-REMAINDER BY 60 GIVING WS-ET-MM
               REMAINDER WS-ET-SS
           .

      *    WS-STAMP AS YYYY-MM-DD HH:MM:SS, AND ITS TIME ALONE.
       7200-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT WS-TIME-TEXT
           STRING WS-STAMP (1:4) '-' WS-STAMP (5:2) '-'
                  WS-STAMP (7:2) ' ' WS-STAMP (9:2) ':'
                  WS-STAMP (11:2) ':' WS-STAMP (13:2)
                  DELIMITED BY SIZE
               INTO WS-STAMP-TEXT
           END-STRING
           MOVE WS-STAMP-TEXT (12:8) TO WS-TIME-TEXT
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
           DISPLAY 'WINRPT: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
