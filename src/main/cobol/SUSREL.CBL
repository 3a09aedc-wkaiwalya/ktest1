      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   SUPERVISOR RELEASE OF THE RECORDS CONVERT HELD IN
      *            SUSPENSE. A HELD RECORD PASSED EVERY VALIDATION
      *            BUT TRIPPED ONE OF THE SUSPENSE RULES - AN AMOUNT
      *            OVER A STATE OR SOURCE-SYSTEM LIMIT, OR A CREDIT
      *            OVER THE CREDIT LIMIT - AND WAITS IN THE DAY'S
      *            SUSPENSE FILE FOR A SECOND LOOK. THIS PROGRAM
      *            LISTS THEM, AND APPROVES OR DECLINES ONE AT A
      *            TIME: AN APPROVED RECORD JOINS THE DAY'S OUTPUT
      *            AHEAD OF A REFRESHED TRAILER AND IS POSTED TO THE
      *            HISTORY MASTER; A DECLINED ONE JOINS THE DAY'S
      *            EXCEPTION FILE UNDER ITS OWN REASON CODE. EITHER
      *            WAY THE DECISION IS AUDITED WITH OPERATOR ID AND
      *            TIMESTAMP, AS RECFIX AUDITS A CORRECTION.
      *
      * USAGE:     SUSREL OUTPUT-FILENAME
      *            SUSREL OUTPUT-FILENAME HOLD-NUMBER DECLINE
      *                OPERATOR-ID
      *            SUSREL OUTPUT-FILENAME HOLD-NUMBER APPROVE
      *                OPERATOR-ID HISTORY-FILENAME RUN-DATE
      *                [OUTPUT-MODE]
      *
      *            OUTPUT-FILENAME is the day's CONVERT output, with
      *            its suspense file alongside as OUTPUT-FILENAME.SUS.
      *            WITH ONE ARGUMENT EVERY RECORD ON THE SUSPENSE FILE
      *            IS LISTED - HOLD NUMBER, HOLD CODE, WHETHER IT IS
      *            STILL PENDING, AND THE RECORD - AND NOTHING
      *            CHANGES. HOLD-NUMBER IS THE NUMBER THE LIST SHOWS.
      *            ONLY A PENDING RECORD CAN BE APPROVED OR DECLINED.
      *            OPERATOR-ID IS STAMPED ON THE AUDIT RECORD AND ON
      *            THE SUSPENSE RECORD ITSELF.
      *
      *            APPROVE APPENDS THE HELD RECORD, EXACTLY AS CONVERT
      *            BUILT IT, TO THE DAY'S OUTPUT AND REWRITES THE
      *            BALANCING MANIFEST FOR THE COMBINED FILE. OUTPUT-
      *            MODE IS SEQ (DEFAULT) OR IDX AND DESCRIBES THE
      *            DAY'S OUTPUT FILE, AS ON LATEMERG: IN SEQ MODE THE
      *            COMBINED FILE IS BUILT AS OUTPUT-FILENAME.NEW AND
      *            THE BATCH WRAPPER (SUSREL.SH) MOVES IT OVER THE
      *            ORIGINAL ON A CLEAN RETURN CODE; IN IDX MODE THE
      *            FILE IS UPDATED IN PLACE. THE RELEASED RECORD ALSO
      *            GETS A LINEAGE ENTRY (SEE LINEAGE.CPY), BUILT FROM
      *            THE INPUT FILE AND LINE CONVERT NOTED ON THE HOLD -
      *            IN SEQ MODE ON A COPY OF THE DAY'S LINEAGE,
      *            OUTPUT-FILENAME.NEW.LIN, MOVED INTO PLACE WITH THE
      *            COMBINED FILE AS REPROC'S IS; IN IDX MODE ADDED TO
      *            OUTPUT-FILENAME.LIN IN PLACE. HISTORY-FILENAME NAMES
      *            THE HISTUPDT MASTER AND RUN-DATE (YYYYMMDD) THE
      *            BUSINESS DAY THE RECORD BELONGS TO - THE RECORD IS
      *            POSTED TO ITS STATE'S BUCKETS THE WAY HISTUPDT
      *            WOULD HAVE POSTED IT, SO A LATER HISTUPDT RERUN OF
      *            THE SAME DAY STILL COMES OUT RIGHT. NOTHING IS
      *            RELEASED INTO A DAY'S FILE WITH A TORN TRAILER.
      *
      *            DECLINE APPENDS THE RECORD'S ORIGINAL INPUT LINE TO
      *            THE DAY'S EXCEPTION FILE UNDER REASON CODE SD01,
      *            NUMBERED ON FROM THE FILE'S HIGHEST EXCEPTION
      *            NUMBER, FOR THE EXCEPTION QUEUE AND REPROC LIKE ANY
      *            OTHER REJECT.
      *
      *            EVERY DECISION APPENDS ONE RECORD TO THE AUDIT FILE
      *            OUTPUT-FILENAME.SUA (TIMESTAMP, OPERATOR, ACTION,
      *            HOLD NUMBER AND CODE, AND THE RECORD IMAGE), MARKS
      *            THE SUSPENSE RECORD APPROVED OR DECLINED, REWRITES
      *            THE HELD COUNT ON THE MANIFEST'S SEVENTH LINE, AND
      *            APPENDS A LINE TO THE DAY'S CONTROL REPORT.
      *
      *            RETURN CODES: 0 DONE (OR LISTED, NOTHING PENDING),
      *            4 RECORDS STILL PENDING ON A LIST, OR THE HOLD IS
      *            NOT ON FILE OR NO LONGER PENDING, OR THE DAY'S FILE
      *            HAS A TORN TRAILER (NOTHING CHANGED), 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILENAME
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS
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

       SELECT HISTORY-FILE ASSIGN TO HISTORY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-STATE-CODE
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILENAME
           FILE STATUS IS WS-EXCEPTION-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
           FILE STATUS IS WS-AUDIT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    THE DAY'S LINEAGE, READ FOR THE SEQ-MODE COPY, AND THE
      *    LINEAGE WRITTEN ALONGSIDE THE COMBINED OUTPUT - THE
      *    .NEW.LIN COPY IN SEQ MODE, THE DAY'S OWN FILE IN IDX MODE.
       SELECT PRIOR-LINEAGE-FILE ASSIGN TO WS-PRIOR-LINEAGE-FILENAME
           FILE STATUS IS WS-PRIOR-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LINEAGE-FILE ASSIGN TO WS-LINEAGE-FILENAME
           FILE STATUS IS WS-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BALANCING MANIFEST - REWRITTEN IN FULL, IN EXACTLY THE
      *    SHAPE CONVERT WRITES IT, SO BALCHK VERIFIES THE DAY THE
      *    SAME AFTER A RELEASE AS BEFORE IT.
       SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
           FILE STATUS IS WS-MANIFEST-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SEE CONVERT'S SUSPENSE-RECORD. EACH LINE IS HANDLED AS A
      *    WHOLE HERE AND LOOKED AT THROUGH WS-HOLD-RECORD.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD PIC X(506).

       FD PRIOR-OUTPUT-FILE.
       01 PRIOR-OUTPUT-RECORD PIC X(99).
       01 PRIOR-TRAILER-RECORD REDEFINES PRIOR-OUTPUT-RECORD.
           05  PT-TRAILER-ID         PIC X(07).
           05  PT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).
      *    THE AMOUNT FIELD OF A DATA RECORD - SAME POSITION AS
      *    OUTPUT.CPY.
       01 PRIOR-DATA-RECORD REDEFINES PRIOR-OUTPUT-RECORD.
           05  FILLER                PIC X(68).
           05  PD-AMOUNT             PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(19).

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

      *    THE DAY'S EXCEPTION FILE, IN CONVERT'S EXCEPTION-RECORD
      *    LAYOUT.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05  EX-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(01).
           05  EX-REASON-TEXT        PIC X(30).
           05  FILLER                PIC X(01).
           05  EX-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  EX-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  EX-EXCEPTION-NUMBER   PIC 9(09).

      *    ONE AUDIT RECORD PER DECISION - WHO, WHEN, WHICH HOLD,
      *    WHAT WAS DECIDED, AND THE RECORD IMAGE IT WAS DECIDED ON.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05  AUD-TIMESTAMP         PIC X(14).
           05  FILLER                PIC X(01).
           05  AUD-OPERATOR          PIC X(08).
           05  FILLER                PIC X(01).
           05  AUD-ACTION            PIC X(07).
           05  FILLER                PIC X(01).
           05  AUD-HOLD-NUMBER       PIC 9(09).
           05  FILLER                PIC X(01).
           05  AUD-HOLD-CODE         PIC X(04).
           05  FILLER                PIC X(01).
           05  AUD-OUTPUT-IMAGE      PIC X(99).

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
           05  HOLD-NUMBER-PARM PIC X(09).
           05  ACTION-PARM      PIC X(07).
           05  OPERATOR-PARM    PIC X(08).
           05  HISTORY-FILENAME PIC X(120).
           05  RUN-DATE-PARM    PIC X(08).
           05  OUTPUT-MODE-PARM PIC X(03).

       01  WS-ACTION                PIC X(07) VALUE SPACES.
           88  LIST-ONLY            VALUE SPACES.
           88  APPROVE-ACTION       VALUE 'APPROVE'.
           88  DECLINE-ACTION       VALUE 'DECLINE'.

       01  WS-OUTPUT-MODE           PIC X(03) VALUE 'SEQ'.
           88  INDEXED-OUTPUT-MODE  VALUE 'IDX'.

       01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR      PIC X(04).
           05  WS-RUN-MONTH     PIC X(02).
           05  FILLER           PIC X(02).

       01  WS-LAST-DATE-X.
           05  WS-LAST-YEAR     PIC X(04).
           05  WS-LAST-MONTH    PIC X(02).
           05  FILLER           PIC X(02).

      *    THE RELEASED RECORD'S SHARE OF THE MASTER'S DEBIT/CREDIT
      *    SPLIT - ONE SIDE CARRIES IT, THE OTHER STAYS ZERO.
       01  WS-HIST-DR-RECORDS       PIC 9(09) VALUE ZERO.
       01  WS-HIST-DR-AMOUNT        PIC S9(11)V9(4) VALUE ZERO.
       01  WS-HIST-CR-RECORDS       PIC 9(09) VALUE ZERO.
       01  WS-HIST-CR-AMOUNT        PIC S9(11)V9(4) VALUE ZERO.

       01  WS-SUSPENSE-FILENAME     PIC X(124).
       01  WS-NEW-OUTPUT-FILENAME   PIC X(124).
       01  WS-EXCEPTION-FILENAME    PIC X(124).
       01  WS-AUDIT-FILENAME        PIC X(124).
       01  WS-CONTROL-FILENAME      PIC X(124).
       01  WS-MANIFEST-FILENAME     PIC X(124).
       01  WS-PRIOR-LINEAGE-FILENAME PIC X(124).
       01  WS-LINEAGE-FILENAME      PIC X(124).

       01  WS-FILE-STATUS.
           05  WS-SUSPENSE-FILE-STATUS       PIC X(02).
           05  WS-PRIOR-OUTPUT-FILE-STATUS   PIC X(02).
           05  WS-NEW-OUTPUT-FILE-STATUS     PIC X(02).
           05  WS-INDEXED-OUTPUT-FILE-STATUS PIC X(02).
           05  WS-HISTORY-FILE-STATUS        PIC X(02).
           05  WS-EXCEPTION-FILE-STATUS      PIC X(02).
           05  WS-AUDIT-FILE-STATUS          PIC X(02).
           05  WS-CONTROL-REPORT-FILE-STATUS PIC X(02).
           05  WS-MANIFEST-FILE-STATUS       PIC X(02).
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

       01  WS-PRIOR-TRAILER-SWITCH  PIC X VALUE 'N'.
           88  PRIOR-TRAILER-SEEN   VALUE 'Y'.
       01  WS-PRIOR-MISMATCH-SWITCH PIC X VALUE 'N'.
           88  PRIOR-TRAILER-MISMATCH VALUE 'Y'.
       01  WS-HISTORY-STATE-SWITCH  PIC X VALUE 'N'.
           88  HISTORY-STATE-FOUND  VALUE 'Y'.

       01  WS-NUMVAL-RESULT         PIC S9(10)V9(4) VALUE ZERO.
       01  WS-HOLD-NUMBER           PIC 9(09) VALUE ZERO.

      *    ONE SUSPENSE RECORD, IN CONVERT'S SUSPENSE-RECORD LAYOUT.
      *    A HOLD WRITTEN BEFORE THE CHUNK, INPUT LINE AND INPUT FILE
      *    WERE CARRIED HAS THEM BLANK.
       01  WS-HOLD-RECORD.
           05  SU-HOLD-NUMBER        PIC 9(09).
           05  FILLER                PIC X(01).
           05  SU-HOLD-CODE          PIC X(04).
           05  FILLER                PIC X(01).
           05  SU-HOLD-TEXT          PIC X(30).
           05  FILLER                PIC X(01).
           05  SU-STATUS             PIC X(01).
               88  HOLD-PENDING      VALUE 'P'.
               88  HOLD-APPROVED     VALUE 'A'.
               88  HOLD-DECLINED     VALUE 'D'.
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

      *    THE WHOLE SUSPENSE FILE, HELD SO THE ONE RECORD DECIDED CAN
      *    BE MARKED AND THE FILE WRITTEN BACK AROUND IT.
       01  WS-MAX-HOLDS             PIC 9(05) VALUE 5000.
       01  WS-HOLD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HOLD-SUB              PIC 9(05) VALUE ZERO.
       01  WS-HOLD-FOUND-SUB        PIC 9(05) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY        PIC X(506) OCCURS 5000 TIMES.

       01  WS-PENDING-COUNT         PIC 9(09) VALUE ZERO.

      *    THE RECORD BEING RELEASED, AS IT GOES TO THE OUTPUT.
       01  WS-RELEASE-IMAGE.
          COPY OUTPUT.

       01  WS-TALLY-AMOUNT          PIC S9(7)V9(4) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-PRIOR-OUTPUT-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-COPIED-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-COMBINED-OUTPUT-COUNT PIC 9(9)  VALUE ZERO.
           05  WS-LAST-EXCEPTION-NUMBER PIC 9(9)  VALUE ZERO.
           05  WS-PRIOR-REJ-LINES       PIC 9(9)  VALUE ZERO.
           05  WS-DECLINED-EXCEPTION-NUMBER PIC 9(9) VALUE ZERO.
           05  WS-RUN-RELEASED          PIC 9(9)  VALUE ZERO.
           05  WS-RUN-RELEASED-AMOUNT   PIC S9(7)V9(4) VALUE ZERO.
           05  WS-RUN-DECLINED          PIC 9(9)  VALUE ZERO.

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

      *    STAGING FIELDS FOR THE MANIFEST LINES - COUNTS PLAIN,
      *    AMOUNTS WITH A LEADING SIGN AND AN EXPLICIT DECIMAL POINT.
       01  WS-MFT-COUNT             PIC 9(09).
       01  WS-MFT-AMOUNT            PIC +9(13).9(4).
       01  WS-MFT-MAGNITUDE         PIC 9(13).9(4).

      *    THE FIRST SIX LINES OF A PRIOR MANIFEST, CARRIED OVER
      *    UNCHANGED WHEN A DECLINE MOVES ONLY THE HELD COUNT.
       01  WS-MFT-LINE-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-MFT-SUB               PIC 9(02) VALUE ZERO.
       01  WS-MFT-LINES.
           05  WS-MFT-LINE          PIC X(20) OCCURS 6 TIMES.

       01  WS-DECISION-STAMP        PIC X(14).

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

       01  DSP-HEADING-LINE.
           05  FILLER                   PIC X(11) VALUE 'HOLD NO.'.
           05  FILLER                   PIC X(06) VALUE 'CODE'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(04) VALUE 'ST'.
           05  FILLER                   PIC X(13) VALUE 'TEXT-1'.
           05  FILLER                   PIC X(14)
                                        VALUE '        AMOUNT'.
           05  FILLER                   PIC X(06) VALUE '  SRCE'.
           05  FILLER                   PIC X(10) VALUE '  DECIDED'.
           05  FILLER                   PIC X(13)
                                        VALUE '  HOLD REASON'.

       01  DSP-DETAIL-LINE.
           05  DSP-DETAIL-HOLD-NUMBER   PIC Z(8)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-HOLD-CODE     PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-STATUS        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-STATE         PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-TEXT-1        PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DSP-DETAIL-AMOUNT        PIC -(8)9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-SOURCE        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-OPERATOR      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-HOLD-TEXT     PIC X(30).

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT THE END
      *    OF A DECISION (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
      *    TIMESTAMP IS THE DECISION STAMP TAKEN IN 0500-INITIALIZE.
      *    A BARE LISTING CHANGES NOTHING AND IS NOT REGISTERED.
       01  RUN-REGISTRATION.
          COPY RUNREG.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-SUSPENSE-FILE
           IF  LIST-ONLY
               PERFORM 2000-LIST-HOLDS
               GOBACK
           END-IF

           PERFORM 1100-FIND-HOLD
           IF  APPROVE-ACTION
               PERFORM 3000-APPROVE-HOLD
           ELSE
               PERFORM 4000-DECLINE-HOLD
           END-IF
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DECISION-STAMP
           MOVE WS-DECISION-STAMP TO RR-START-STAMP
           MOVE SPACES TO RR-STATUS-TEXT
           MOVE SPACES TO HOLD-NUMBER-PARM ACTION-PARM OPERATOR-PARM
           MOVE SPACES TO HISTORY-FILENAME RUN-DATE-PARM
           MOVE SPACES TO OUTPUT-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OUTPUT-FILENAME HOLD-NUMBER-PARM ACTION-PARM
                    OPERATOR-PARM HISTORY-FILENAME RUN-DATE-PARM
                    OUTPUT-MODE-PARM
           END-UNSTRING

           IF  OUTPUT-FILENAME = SPACES
               PERFORM 0550-DISPLAY-USAGE
           END-IF

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-SUSPENSE-FILENAME
           END-STRING

           IF  HOLD-NUMBER-PARM NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO WS-ACTION
               IF  NOT (APPROVE-ACTION OR DECLINE-ACTION)
                   PERFORM 0550-DISPLAY-USAGE
               END-IF
               PERFORM 0600-EDIT-DECISION-PARMS
           END-IF
           .

       0550-DISPLAY-USAGE.
           DISPLAY 'USAGE: SUSREL OUTPUT-FILENAME'
           DISPLAY '       SUSREL OUTPUT-FILENAME HOLD-NUMBER '
               'DECLINE OPERATOR-ID'
           DISPLAY '       SUSREL OUTPUT-FILENAME HOLD-NUMBER '
               'APPROVE OPERATOR-ID HISTORY-FILENAME RUN-DATE '
               '[OUTPUT-MODE]'
           MOVE 1 TO RETURN-CODE
           GOBACK
           .

      *    A DECISION IS EDITED IN FULL BEFORE ANYTHING IS TOUCHED.
      *    AN APPROVAL NEEDS THE HISTORY MASTER AND THE BUSINESS DAY
      *    NAMED, SO THE OUTPUT AND THE MASTER MOVE TOGETHER, AS ON
      *    A RECFIX AMOUNT CORRECTION.
       0600-EDIT-DECISION-PARMS.
           IF  FUNCTION TEST-NUMVAL(HOLD-NUMBER-PARM) NOT = 0
               DISPLAY 'SUSREL: HOLD NUMBER IS NOT NUMERIC - '
                   HOLD-NUMBER-PARM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NUMVAL-RESULT = FUNCTION NUMVAL(HOLD-NUMBER-PARM)
           IF  WS-NUMVAL-RESULT < 1
                   OR WS-NUMVAL-RESULT NOT =
                       FUNCTION INTEGER-PART(WS-NUMVAL-RESULT)
               DISPLAY 'SUSREL: HOLD NUMBER MUST BE A WHOLE NUMBER '
                   'FROM 1 UP - ' HOLD-NUMBER-PARM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-NUMVAL-RESULT TO WS-HOLD-NUMBER

           IF  OPERATOR-PARM = SPACES
               DISPLAY 'SUSREL: A DECISION NEEDS AN OPERATOR ID'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  APPROVE-ACTION
               IF  HISTORY-FILENAME = SPACES
                       OR RUN-DATE-PARM = SPACES
                   DISPLAY 'SUSREL: AN APPROVAL NEEDS THE HISTORY '
                       'MASTER AND RUN-DATE NAMED - THE OUTPUT AND '
                       'THE MASTER MUST MOVE TOGETHER'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF  RUN-DATE-PARM IS NOT NUMERIC
                   DISPLAY 'SUSREL: RUN-DATE IS NOT NUMERIC - '
                       RUN-DATE-PARM
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE RUN-DATE-PARM TO WS-RUN-DATE
               IF  FUNCTION UPPER-CASE(OUTPUT-MODE-PARM) = 'IDX'
                   MOVE 'IDX' TO WS-OUTPUT-MODE
               ELSE
                   MOVE 'SEQ' TO WS-OUTPUT-MODE
               END-IF
           END-IF

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.NEW' DELIMITED BY SIZE
               INTO WS-NEW-OUTPUT-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.REJ' DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.SUA' DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.CTL' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.MFT' DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
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
           .

      *    THE DAY'S SUSPENSE FILE, READ WHOLE. A DAY WITH NO SUSPENSE
      *    FILE (A RUN WITHOUT SUSPENSE RULES) SIMPLY HOLDS NOTHING.
       1000-LOAD-SUSPENSE-FILE.
           MOVE SPACES TO EOF
           OPEN INPUT SUSPENSE-FILE
           EVALUATE WS-SUSPENSE-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE

           PERFORM UNTIL END-OF-FILE
               READ SUSPENSE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  WS-HOLD-COUNT >= WS-MAX-HOLDS
                           DISPLAY 'SUSREL: SUSPENSE FILE HOLDS MORE '
                               'THAN ' WS-MAX-HOLDS ' RECORDS - '
                               FUNCTION TRIM(WS-SUSPENSE-FILENAME)
                           CLOSE SUSPENSE-FILE
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE SUSPENSE-RECORD
                           TO WS-HOLD-ENTRY (WS-HOLD-COUNT)
                       MOVE SUSPENSE-RECORD TO WS-HOLD-RECORD
                       IF  HOLD-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
               END-READ
               IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                       AND WS-SUSPENSE-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           IF  WS-SUSPENSE-FILE-STATUS NOT = '35'
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE SPACES TO EOF
           .

      *    THE HOLD NAMED ON THE COMMAND LINE, LEFT IN WS-HOLD-RECORD
      *    AND ITS IMAGE IN WS-RELEASE-IMAGE. A HOLD THAT IS NOT ON
      *    FILE, OR WAS ALREADY DECIDED, ENDS THE RUN WITH NOTHING
      *    CHANGED - A SECOND APPROVAL MUST NOT RELEASE IT TWICE.
       1100-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND-SUB
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       OR WS-HOLD-FOUND-SUB > 0
               MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO WS-HOLD-RECORD
               IF  SU-HOLD-NUMBER IS NUMERIC
                       AND SU-HOLD-NUMBER = WS-HOLD-NUMBER
                   MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
               END-IF
           END-PERFORM

           IF  WS-HOLD-FOUND-SUB = 0
               DISPLAY 'SUSREL: NO HOLD ' WS-HOLD-NUMBER ' ON '
                   FUNCTION TRIM(WS-SUSPENSE-FILENAME)
               MOVE 'HOLD NOT ON FILE' TO RR-STATUS-TEXT
               MOVE 4 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF
           MOVE WS-HOLD-ENTRY (WS-HOLD-FOUND-SUB) TO WS-HOLD-RECORD
           MOVE SU-OUTPUT-IMAGE TO WS-RELEASE-IMAGE
           IF  NOT HOLD-PENDING
               DISPLAY 'SUSREL: HOLD ' WS-HOLD-NUMBER
                   ' WAS ALREADY DECIDED (' SU-STATUS ') BY '
                   SU-OPERATOR-ID ' AT ' SU-DECIDED-STAMP
                   ' - NOTHING CHANGED'
               MOVE 'HOLD ALREADY DECIDED' TO RR-STATUS-TEXT
               MOVE 4 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF
           .

       2000-LIST-HOLDS.
           DISPLAY 'SUSREL: SUSPENSE FILE '
               FUNCTION TRIM(WS-SUSPENSE-FILENAME)
           DISPLAY DSP-HEADING-LINE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO WS-HOLD-RECORD
               PERFORM 2100-DISPLAY-HOLD
           END-PERFORM
           DISPLAY 'SUSREL: ' WS-HOLD-COUNT ' RECORDS ON FILE, '
               WS-PENDING-COUNT ' STILL PENDING'
           IF  WS-PENDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       2100-DISPLAY-HOLD.
           MOVE SU-OUTPUT-IMAGE TO WS-RELEASE-IMAGE
           MOVE SU-HOLD-NUMBER TO DSP-DETAIL-HOLD-NUMBER
           MOVE SU-HOLD-CODE TO DSP-DETAIL-HOLD-CODE
           EVALUATE TRUE
               WHEN HOLD-PENDING
                   MOVE 'PENDING' TO DSP-DETAIL-STATUS
               WHEN HOLD-APPROVED
                   MOVE 'APPROVED' TO DSP-DETAIL-STATUS
               WHEN HOLD-DECLINED
                   MOVE 'DECLINED' TO DSP-DETAIL-STATUS
               WHEN OTHER
                   MOVE SU-STATUS TO DSP-DETAIL-STATUS
           END-EVALUATE
           MOVE STATE-CODE-OUT TO DSP-DETAIL-STATE
           MOVE TEXT-OUT-1 TO DSP-DETAIL-TEXT-1
           MOVE DECIMAL-OUT-1 TO DSP-DETAIL-AMOUNT
           MOVE SOURCE-SYSTEM-OUT TO DSP-DETAIL-SOURCE
           MOVE SU-OPERATOR-ID TO DSP-DETAIL-OPERATOR
           MOVE SU-HOLD-TEXT TO DSP-DETAIL-HOLD-TEXT
           DISPLAY DSP-DETAIL-LINE
           .

      *    THE RELEASE PROPER, ORDERED AS RECFIX ORDERS A CORRECTION
      *    SO A FAILURE AT ANY STEP NEVER LEAVES THE MASTER AHEAD OF
      *    THE FILE OR A RELEASE WITHOUT A TRAIL: THE HISTORY MASTER
      *    IS OPENED AND THE STATE READ FIRST, THEN THE RECORD JOINS
      *    THE OUTPUT AND THE MANIFEST IS REWRITTEN, THEN THE AUDIT
      *    RECORD AND THE SUSPENSE FILE GO ON FILE, AND ONLY LAST IS
      *    THE MASTER POSTED.
       3000-APPROVE-HOLD.
           PERFORM 3050-READ-HISTORY-STATE
           IF  INDEXED-OUTPUT-MODE
               PERFORM 3200-TALLY-INDEXED-OUTPUT
           ELSE
               PERFORM 3100-COPY-PRIOR-OUTPUT
           END-IF

           IF  PRIOR-TRAILER-MISMATCH
               DISPLAY 'SUSREL: TRAILER COUNT MISMATCH ON '
                   FUNCTION TRIM(OUTPUT-FILENAME)
                   ' - NOTHING RELEASED'
               PERFORM 3550-CLOSE-DAY-OUTPUT
               CLOSE HISTORY-FILE
               MOVE 'DAY OUTPUT TRAILER MISMATCH' TO RR-STATUS-TEXT
               MOVE 4 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF

           PERFORM 3400-APPEND-RELEASED-RECORD
           PERFORM 3450-WRITE-LINEAGE
           PERFORM 3500-WRITE-TRAILER
           PERFORM 3550-CLOSE-DAY-OUTPUT
           SUBTRACT 1 FROM WS-PENDING-COUNT
           PERFORM 3600-WRITE-MANIFEST
           PERFORM 5000-WRITE-AUDIT-RECORD
           SET HOLD-APPROVED TO TRUE
           PERFORM 6000-REWRITE-SUSPENSE-FILE
           PERFORM 3800-POST-HISTORY-MASTER
           PERFORM 9800-APPEND-CONTROL-REPORT
           DISPLAY 'SUSREL: HOLD ' WS-HOLD-NUMBER ' APPROVED BY '
               OPERATOR-PARM ' - RELEASED TO '
               FUNCTION TRIM(OUTPUT-FILENAME)
           .

      *    THE HISTORY MASTER IS OPENED - CREATED ON FIRST USE, AS IN
      *    HISTUPDT - AND THE STATE'S RECORD READ BEFORE THE OUTPUT IS
      *    TOUCHED, AND HELD IN THE BUFFER WITH THE FILE LEFT OPEN. A
      *    STATE NOT YET ON THE MASTER IS BUILT WHEN IT IS POSTED.
       3050-READ-HISTORY-STATE.
           OPEN I-O HISTORY-FILE
           IF  WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               IF  WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE HISTORY-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
               IF  WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE HISTORY-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF

           MOVE STATE-CODE-OUT TO HIST-STATE-CODE
           READ HISTORY-FILE
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN '00'
                   SET HISTORY-STATE-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE HISTORY-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    SEQ MODE - THE DAY'S RECORDS ARE COPIED TO THE COMBINED
      *    FILE MINUS THEIR TRAILER AND TALLIED FOR THE COMBINED
      *    MANIFEST AS THEY GO, AS IN LATEMERG.
       3100-COPY-PRIOR-OUTPUT.
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
                           PERFORM 3300-TALLY-COMBINED-RECORD
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
           PERFORM 3150-CHECK-PRIOR-TRAILER
           .

      *    A DAY'S FILE WITH NO TRAILER IS A SHORT FILE - THE COPIED
      *    COUNT STANDS IN FOR THE TRAILER COUNT, AS IN REPROC. A
      *    TRAILER THAT DISAGREES WITH THE RECORDS ON THE FILE MEANS
      *    THE FILE IS TORN, AND NOTHING IS RELEASED INTO IT.
       3150-CHECK-PRIOR-TRAILER.
           IF  NOT PRIOR-TRAILER-SEEN
               DISPLAY 'SUSREL: NO TRAILER ON DAY OUTPUT '
                   FUNCTION TRIM(OUTPUT-FILENAME)
               MOVE WS-PRIOR-COPIED-COUNT TO WS-PRIOR-OUTPUT-COUNT
           ELSE
               IF  WS-PRIOR-OUTPUT-COUNT NOT = WS-PRIOR-COPIED-COUNT
                   SET PRIOR-TRAILER-MISMATCH TO TRUE
               END-IF
           END-IF
           .

      *    IDX MODE - THE DAY'S FILE IS READ END TO END IN KEY ORDER
      *    FOR THE SAME TALLY, AND ITS TRAILER PSEUDO-RECORD GIVES THE
      *    COUNT THE RELEASED RECORD'S SEQUENCE NUMBER CONTINUES FROM.
      *    THE FILE STAYS OPEN FOR THE APPEND.
       3200-TALLY-INDEXED-OUTPUT.
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
                           PERFORM 3300-TALLY-COMBINED-RECORD
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
           PERFORM 3150-CHECK-PRIOR-TRAILER
           .

      *    ONE DATA RECORD OF THE COMBINED FILE INTO THE MANIFEST
      *    TOTALS. A NEGATIVE AMOUNT IS A CREDIT - EACH SIDE KEEPS ITS
      *    OWN COUNT AND UNSIGNED MAGNITUDE.
       3300-TALLY-COMBINED-RECORD.
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

      *    THE SEQUENCE NUMBER CONTINUES FROM THE DAY'S TRAILER COUNT
      *    SO THE KEY STAYS UNIQUE ACROSS THE COMBINED FILE, AS IN
      *    REPROC AND LATEMERG.
       3400-APPEND-RELEASED-RECORD.
           MOVE DECIMAL-OUT-1 TO WS-TALLY-AMOUNT
           PERFORM 3300-TALLY-COMBINED-RECORD
           IF  INDEXED-OUTPUT-MODE
               MOVE STATE-CODE-OUT TO IDX-STATE-CODE
               COMPUTE IDX-SEQUENCE-NUMBER = WS-PRIOR-OUTPUT-COUNT + 1
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
               WRITE NEW-OUTPUT-RECORD FROM WS-RELEASE-IMAGE
               IF  WS-NEW-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE WS-NEW-OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-NEW-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           ADD 1 TO WS-RUN-RELEASED
           MOVE DECIMAL-OUT-1 TO WS-RUN-RELEASED-AMOUNT
           .

      *    THE RELEASED RECORD'S LINEAGE ENTRY, AT ITS PLACE IN THE
      *    COMBINED FILE (IN IDX MODE ALSO ITS NEW KEY). IT NAMES THE
      *    LINE CONVERT HELD IT FROM, AS NOTED ON THE HOLD, UNDER
      *    THIS RUN - THE RELEASE IS WHAT PUT IT ON THE OUTPUT.
       3450-WRITE-LINEAGE.
           PERFORM 3460-OPEN-LINEAGE
           MOVE SPACES TO LINEAGE-RECORD
           COMPUTE LN-OUTPUT-POSITION = WS-PRIOR-OUTPUT-COUNT + 1
           IF  INDEXED-OUTPUT-MODE
               MOVE STATE-CODE-OUT TO WS-LINEAGE-KEY-STATE
               MOVE LN-OUTPUT-POSITION TO WS-LINEAGE-KEY-SEQUENCE
               MOVE WS-LINEAGE-KEY TO LN-OUTPUT-KEY
           END-IF
           MOVE 'SUSREL' TO LN-PROGRAM
           MOVE WS-RUN-DATE TO LN-BUSINESS-DATE
           MOVE RR-START-STAMP TO LN-RUN-STAMP
           IF  SU-CHUNK-NUMBER IS NUMERIC
               MOVE SU-CHUNK-NUMBER TO LN-CHUNK-NUMBER
           ELSE
               MOVE ZERO TO LN-CHUNK-NUMBER
           END-IF
           MOVE SOURCE-SYSTEM-OUT TO LN-SOURCE-SYSTEM
           MOVE ZERO TO LN-EXCEPTION-NUMBER
           IF  SU-INPUT-LINE IS NUMERIC
               MOVE SU-INPUT-LINE TO LN-INPUT-LINE
           ELSE
               MOVE ZERO TO LN-INPUT-LINE
           END-IF
           MOVE SU-INPUT-FILENAME TO LN-INPUT-FILENAME
           WRITE LINEAGE-RECORD
           IF  WS-LINEAGE-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           CLOSE LINEAGE-FILE
           .

      *    IDX MODE EXTENDS THE DAY'S LINEAGE FILE IN PLACE, STARTING
      *    IT IF THE DAY'S OUTPUT WAS WRITTEN BEFORE LINEAGE WAS KEPT.
      *    SEQ MODE COPIES THE DAY'S ENTRIES TO THE .NEW.LIN FILE
      *    FIRST, AS REPROC DOES.
       3460-OPEN-LINEAGE.
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
                       PERFORM 3470-COPY-PRIOR-LINEAGE
                       CLOSE PRIOR-LINEAGE-FILE
                   WHEN '35'
                       DISPLAY 'SUSREL: NO LINEAGE FILE '
                           FUNCTION TRIM(WS-PRIOR-LINEAGE-FILENAME)
                           ' - COMBINED LINEAGE HOLDS RELEASE ONLY'
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

       3470-COPY-PRIOR-LINEAGE.
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

      *    THE TRAILER COUNT COVERS THE RELEASED RECORD, SO DOWNSTREAM
      *    CROSS-FOOTING AGAINST THE TRAILER STILL HOLDS.
       3500-WRITE-TRAILER.
           COMPUTE WS-COMBINED-OUTPUT-COUNT = WS-PRIOR-OUTPUT-COUNT + 1
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

       3550-CLOSE-DAY-OUTPUT.
           IF  INDEXED-OUTPUT-MODE
               CLOSE INDEXED-OUTPUT-FILE
           ELSE
               CLOSE NEW-OUTPUT-FILE
           END-IF
           .

      *    THE BALANCING MANIFEST FOR THE COMBINED FILE - THE DATA
      *    RECORDS ACTUALLY ON IT, THE RELEASED ONE INCLUDED - AND THE
      *    RECORDS STILL HELD.
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

           MOVE WS-PENDING-COUNT TO WS-MFT-COUNT
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

      *    A DECLINE LEAVES THE OUTPUT ALONE, SO ONLY THE HELD COUNT
      *    MOVES - THE FIRST SIX LINES ARE CARRIED OVER AS THEY WERE.
      *    A DAY WITH NO MANIFEST, OR A SHORT ONE, IS LEFT AS IT IS
      *    FOR BALCHK TO COMPLAIN ABOUT.
       3700-REWRITE-HELD-COUNT.
           MOVE SPACES TO EOF
           MOVE ZERO TO WS-MFT-LINE-COUNT
           OPEN INPUT MANIFEST-FILE
           EVALUATE WS-MANIFEST-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE OR WS-MFT-LINE-COUNT = 6
                       READ MANIFEST-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-MFT-LINE-COUNT
                               MOVE MANIFEST-RECORD
                                   TO WS-MFT-LINE (WS-MFT-LINE-COUNT)
                       END-READ
                       IF  WS-MANIFEST-FILE-STATUS NOT = '00'
                               AND WS-MANIFEST-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-MANIFEST-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-MANIFEST-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-MANIFEST-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-MANIFEST-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           MOVE SPACES TO EOF

           IF  WS-MFT-LINE-COUNT < 6
               DISPLAY 'SUSREL: NO COMPLETE MANIFEST '
                   FUNCTION TRIM(WS-MANIFEST-FILENAME)
                   ' - HELD COUNT NOT UPDATED'
           ELSE
               OPEN OUTPUT MANIFEST-FILE
               IF  WS-MANIFEST-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-MANIFEST-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-MANIFEST-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               PERFORM VARYING WS-MFT-SUB FROM 1 BY 1
                       UNTIL WS-MFT-SUB > 6
                   WRITE MANIFEST-RECORD FROM WS-MFT-LINE (WS-MFT-SUB)
                   PERFORM 3650-CHECK-MANIFEST-WRITE
               END-PERFORM
               MOVE WS-PENDING-COUNT TO WS-MFT-COUNT
               WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
               PERFORM 3650-CHECK-MANIFEST-WRITE
               CLOSE MANIFEST-FILE
           END-IF
           .

      *    POST THE RELEASED RECORD TO ITS STATE, HELD IN THE BUFFER
      *    SINCE THE READ IN 3050. THE MASTER ON THE SAME BUSINESS DAY
      *    TAKES IT IN ALL THREE BUCKETS; A MASTER STILL ON AN EARLIER
      *    DAY IS ROLLED FORWARD FIRST, AS HISTUPDT ROLLS IT, WITH THIS
      *    RECORD AS THE DAY SO FAR; A MASTER ALREADY PAST THE DAY
      *    TAKES IT IN THE MONTH AND YEAR TO DATE IT STILL SHARES WITH
      *    IT. A LATER HISTUPDT OF THE SAME DAY BACKS THE DAY BUCKET
      *    OUT AND REPOSTS THE WHOLE FILE, RELEASED RECORD INCLUDED.
       3800-POST-HISTORY-MASTER.
           MOVE ZERO TO WS-HIST-DR-RECORDS WS-HIST-DR-AMOUNT
                        WS-HIST-CR-RECORDS WS-HIST-CR-AMOUNT
           IF  DECIMAL-OUT-1 < ZERO
               MOVE 1 TO WS-HIST-CR-RECORDS
               SUBTRACT DECIMAL-OUT-1 FROM WS-HIST-CR-AMOUNT
           ELSE
               MOVE 1 TO WS-HIST-DR-RECORDS
               MOVE DECIMAL-OUT-1 TO WS-HIST-DR-AMOUNT
           END-IF

           IF  HISTORY-STATE-FOUND
               MOVE HIST-LAST-UPDATE-DATE TO WS-LAST-DATE-X
               EVALUATE TRUE
                   WHEN HIST-LAST-UPDATE-DATE = WS-RUN-DATE
                       ADD 1 TO HIST-DAY-RECORDS
                       ADD DECIMAL-OUT-1 TO HIST-DAY-AMOUNT
                       ADD 1 TO HIST-MTD-RECORDS
                       ADD DECIMAL-OUT-1 TO HIST-MTD-AMOUNT
                       ADD 1 TO HIST-YTD-RECORDS
                       ADD DECIMAL-OUT-1 TO HIST-YTD-AMOUNT
                       PERFORM 3810-ADD-DAY-SPLIT
                       PERFORM 3820-ADD-MTD-SPLIT
                   WHEN HIST-LAST-UPDATE-DATE < WS-RUN-DATE
                       IF  WS-RUN-YEAR NOT = WS-LAST-YEAR
                           MOVE ZERO TO HIST-YTD-RECORDS
                           MOVE ZERO TO HIST-YTD-AMOUNT
                           MOVE ZERO TO HIST-MTD-RECORDS
                           MOVE ZERO TO HIST-MTD-AMOUNT
                           PERFORM 3830-ZERO-MTD-SPLIT
                       ELSE
                           IF  WS-RUN-MONTH NOT = WS-LAST-MONTH
                               MOVE ZERO TO HIST-MTD-RECORDS
                               MOVE ZERO TO HIST-MTD-AMOUNT
                               PERFORM 3830-ZERO-MTD-SPLIT
                           END-IF
                       END-IF
                       MOVE 1 TO HIST-DAY-RECORDS
                       MOVE DECIMAL-OUT-1 TO HIST-DAY-AMOUNT
                       ADD 1 TO HIST-MTD-RECORDS
                       ADD DECIMAL-OUT-1 TO HIST-MTD-AMOUNT
                       ADD 1 TO HIST-YTD-RECORDS
                       ADD DECIMAL-OUT-1 TO HIST-YTD-AMOUNT
                       PERFORM 3840-SET-DAY-SPLIT
                       PERFORM 3820-ADD-MTD-SPLIT
                       MOVE WS-RUN-DATE TO HIST-LAST-UPDATE-DATE
                   WHEN OTHER
                       IF  WS-RUN-YEAR = WS-LAST-YEAR
                           ADD 1 TO HIST-YTD-RECORDS
                           ADD DECIMAL-OUT-1 TO HIST-YTD-AMOUNT
                           IF  WS-RUN-MONTH = WS-LAST-MONTH
                               ADD 1 TO HIST-MTD-RECORDS
                               ADD DECIMAL-OUT-1 TO HIST-MTD-AMOUNT
                               PERFORM 3820-ADD-MTD-SPLIT
                           END-IF
                       END-IF
               END-EVALUATE
               REWRITE HISTORY-RECORD
               IF  WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ABEND-OPERATION
                   MOVE HISTORY-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           ELSE
               MOVE SPACES TO HISTORY-RECORD
               MOVE STATE-CODE-OUT TO HIST-STATE-CODE
               MOVE STATE-NAME-OUT TO HIST-STATE-NAME
               MOVE WS-RUN-DATE TO HIST-LAST-UPDATE-DATE
               MOVE 1 TO HIST-DAY-RECORDS
               MOVE DECIMAL-OUT-1 TO HIST-DAY-AMOUNT
               MOVE HIST-DAY-RECORDS TO HIST-MTD-RECORDS
               MOVE HIST-DAY-AMOUNT  TO HIST-MTD-AMOUNT
               MOVE HIST-DAY-RECORDS TO HIST-YTD-RECORDS
               MOVE HIST-DAY-AMOUNT  TO HIST-YTD-AMOUNT
               PERFORM 3840-SET-DAY-SPLIT
               PERFORM 3830-ZERO-MTD-SPLIT
               PERFORM 3820-ADD-MTD-SPLIT
               WRITE HISTORY-RECORD
               IF  WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE HISTORY-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           CLOSE HISTORY-FILE
           .

       3810-ADD-DAY-SPLIT.
           ADD WS-HIST-DR-RECORDS TO HIST-DAY-DR-RECORDS
           ADD WS-HIST-DR-AMOUNT  TO HIST-DAY-DR-AMOUNT
           ADD WS-HIST-CR-RECORDS TO HIST-DAY-CR-RECORDS
           ADD WS-HIST-CR-AMOUNT  TO HIST-DAY-CR-AMOUNT
           .

       3820-ADD-MTD-SPLIT.
           ADD WS-HIST-DR-RECORDS TO HIST-MTD-DR-RECORDS
           ADD WS-HIST-DR-AMOUNT  TO HIST-MTD-DR-AMOUNT
           ADD WS-HIST-CR-RECORDS TO HIST-MTD-CR-RECORDS
           ADD WS-HIST-CR-AMOUNT  TO HIST-MTD-CR-AMOUNT
           .

       3830-ZERO-MTD-SPLIT.
           MOVE ZERO TO HIST-MTD-DR-RECORDS
           MOVE ZERO TO HIST-MTD-DR-AMOUNT
           MOVE ZERO TO HIST-MTD-CR-RECORDS
           MOVE ZERO TO HIST-MTD-CR-AMOUNT
           .

       3840-SET-DAY-SPLIT.
           MOVE WS-HIST-DR-RECORDS TO HIST-DAY-DR-RECORDS
           MOVE WS-HIST-DR-AMOUNT  TO HIST-DAY-DR-AMOUNT
           MOVE WS-HIST-CR-RECORDS TO HIST-DAY-CR-RECORDS
           MOVE WS-HIST-CR-AMOUNT  TO HIST-DAY-CR-AMOUNT
           .

      *    A DECLINED RECORD BECOMES AN ORDINARY REJECT OF THE DAY, SO
      *    THE EXCEPTION QUEUE, REJRPT AND FEEDACK ACCOUNT FOR IT AND
      *    REPROC CAN STILL RELEASE A CORRECTED COPY.
       4000-DECLINE-HOLD.
           PERFORM 4100-WRITE-DECLINED-EXCEPTION
           SUBTRACT 1 FROM WS-PENDING-COUNT
           PERFORM 3700-REWRITE-HELD-COUNT
           PERFORM 5000-WRITE-AUDIT-RECORD
           SET HOLD-DECLINED TO TRUE
           PERFORM 6000-REWRITE-SUSPENSE-FILE
           PERFORM 9800-APPEND-CONTROL-REPORT
           DISPLAY 'SUSREL: HOLD ' WS-HOLD-NUMBER ' DECLINED BY '
               OPERATOR-PARM ' - EXCEPTION '
               WS-DECLINED-EXCEPTION-NUMBER
               ' ON ' FUNCTION TRIM(WS-EXCEPTION-FILENAME)
           .

      *    THE DECLINE NUMBERS ON FROM THE HIGHEST EXCEPTION NUMBER
      *    ALREADY IN THE DAY'S FILE, AS LATEMERG NUMBERS A LATE
      *    FEEDER'S REJECTS. A LINE WRITTEN BEFORE THE NUMBER EXISTED
      *    COUNTS AS ITS POSITION IN THE FILE.
       4050-FIND-LAST-EXCEPTION-NUMBER.
           MOVE SPACES TO EOF
           OPEN INPUT EXCEPTION-FILE
           EVALUATE WS-EXCEPTION-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ EXCEPTION-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PRIOR-REJ-LINES
                               IF  EX-EXCEPTION-NUMBER IS NUMERIC
                                   AND EX-EXCEPTION-NUMBER
                                       > WS-LAST-EXCEPTION-NUMBER
                                   MOVE EX-EXCEPTION-NUMBER
                                       TO WS-LAST-EXCEPTION-NUMBER
                               END-IF
                       END-READ
                       IF  WS-EXCEPTION-FILE-STATUS NOT = '00'
                               AND WS-EXCEPTION-FILE-STATUS
                                   NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-EXCEPTION-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-EXCEPTION-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE EXCEPTION-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-EXCEPTION-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           IF  WS-PRIOR-REJ-LINES > WS-LAST-EXCEPTION-NUMBER
               MOVE WS-PRIOR-REJ-LINES TO WS-LAST-EXCEPTION-NUMBER
           END-IF
           MOVE SPACES TO EOF
           .

      *    THE DAY'S EXCEPTION FILE IS EXTENDED - OR STARTED, IF THE
      *    NIGHT'S RUN REJECTED NOTHING AND LEFT NONE BEHIND.
       4100-WRITE-DECLINED-EXCEPTION.
           PERFORM 4050-FIND-LAST-EXCEPTION-NUMBER
           OPEN EXTEND EXCEPTION-FILE
           IF  WS-EXCEPTION-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF  WS-EXCEPTION-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-EXCEPTION-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO EXCEPTION-RECORD
           MOVE 'SD01' TO EX-REASON-CODE
           MOVE 'DECLINED AT SUPERVISOR RELEASE' TO EX-REASON-TEXT
           MOVE SU-ORIGINAL-RECORD TO EX-ORIGINAL-RECORD
           MOVE SOURCE-SYSTEM-OUT TO EX-SOURCE-SYSTEM
           COMPUTE EX-EXCEPTION-NUMBER = WS-LAST-EXCEPTION-NUMBER + 1
      *    KEPT APART FROM THE RECORD AREA, WHICH IS NOT THERE TO BE
      *    READ ONCE THE FILE IS CLOSED.
           MOVE EX-EXCEPTION-NUMBER TO WS-DECLINED-EXCEPTION-NUMBER
           WRITE EXCEPTION-RECORD
           IF  WS-EXCEPTION-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-EXCEPTION-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           ADD 1 TO WS-RUN-DECLINED
           CLOSE EXCEPTION-FILE
           .

      *    THE AUDIT TRAIL - APPENDED, NEVER REWRITTEN, AND CREATED ON
      *    THE DAY'S FIRST DECISION, AS RECFIX KEEPS ITS .AUD FILE.
       5000-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF  WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF  WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-AUDIT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-DECISION-STAMP TO AUD-TIMESTAMP
           MOVE OPERATOR-PARM TO AUD-OPERATOR
           MOVE WS-ACTION TO AUD-ACTION
           MOVE WS-HOLD-NUMBER TO AUD-HOLD-NUMBER
           MOVE SU-HOLD-CODE TO AUD-HOLD-CODE
           MOVE WS-RELEASE-IMAGE TO AUD-OUTPUT-IMAGE
           WRITE AUDIT-RECORD
           IF  WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-AUDIT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           CLOSE AUDIT-FILE
           .

      *    THE DECIDED RECORD IS MARKED WITH ITS OUTCOME, OPERATOR AND
      *    TIMESTAMP, AND THE SUSPENSE FILE WRITTEN BACK WHOLE.
       6000-REWRITE-SUSPENSE-FILE.
           MOVE WS-DECISION-STAMP TO SU-DECIDED-STAMP
           MOVE OPERATOR-PARM TO SU-OPERATOR-ID
           MOVE WS-HOLD-RECORD TO WS-HOLD-ENTRY (WS-HOLD-FOUND-SUB)

           OPEN OUTPUT SUSPENSE-FILE
           IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               WRITE SUSPENSE-RECORD FROM WS-HOLD-ENTRY (WS-HOLD-SUB)
               IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

      *    THE NIGHT'S CONTROL REPORT IS KEPT AS IT WAS PRINTED - EACH
      *    DECISION IS ADDED BELOW IT, AS LATEMERG ADDS A CATCH-UP.
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
           STRING 'SUSREL - HOLD ' WS-HOLD-NUMBER ' '
                  WS-ACTION 'D BY ' OPERATOR-PARM ' '
                  WS-DECISION-STAMP (1:4)
                  '-' WS-DECISION-STAMP (5:2)
                  '-' WS-DECISION-STAMP (7:2)
                  ' ' WS-DECISION-STAMP (9:2)
                  ':' WS-DECISION-STAMP (11:2) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'HOLD CODE ' SU-HOLD-CODE ' - ' SU-HOLD-TEXT
                  DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  APPROVE-ACTION
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
           ELSE
               MOVE 'EXCEPTION NUMBER ASSIGNED . . . . . . .'
                   TO CR-COUNT-LABEL
               MOVE WS-DECLINED-EXCEPTION-NUMBER TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           MOVE 'RECORDS STILL HELD IN SUSPENSE  . . . .'
               TO CR-COUNT-LABEL
           MOVE WS-PENDING-COUNT TO CR-COUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
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
           DISPLAY 'SUSREL: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

      *    REGISTER THE RUN IN THE RUN-REGISTRY MASTER. THE SUSPENSE
      *    FILE IS THE INPUT; A RELEASE COUNTS AS A RECORD WRITTEN AND
      *    CARRIES ITS AMOUNT, A DECLINE AS A RECORD REJECTED. RUNREG
      *    ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE 'SUSREL' TO RR-PROGRAM
           MOVE WS-SUSPENSE-FILENAME TO RR-INPUT-FILENAME
           MOVE OUTPUT-FILENAME TO RR-OUTPUT-FILENAME
           IF  WS-HOLD-FOUND-SUB > 0
               MOVE SOURCE-SYSTEM-OUT TO RR-SOURCE-SYSTEM
           ELSE
               MOVE SPACES TO RR-SOURCE-SYSTEM
           END-IF
           MOVE WS-HOLD-COUNT TO RR-RECORDS-READ
           MOVE WS-RUN-RELEASED TO RR-RECORDS-WRITTEN
           MOVE WS-RUN-DECLINED TO RR-RECORDS-REJECTED
           MOVE WS-RUN-RELEASED-AMOUNT TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'SUSREL: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
