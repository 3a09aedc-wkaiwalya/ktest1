      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   POST-CONVERT GENERAL LEDGER JOURNAL STEP. SUMMARIZES
      *            THE DAY'S CONVERT OUTPUT BY STATE AND SOURCE SYSTEM
      *            AND WRITES IT AS A BALANCED GL JOURNAL - ONE DEBIT
      *            LINE AND ONE CREDIT LINE PER STATE/SOURCE, SPLIT THE
      *            SAME WAY CONVERT COUNTS THEM (A NEGATIVE AMOUNT IS A
      *            CREDIT) - SO FINANCE LOADS THE NIGHT'S TOTALS
      *            INSTEAD OF RE-KEYING THEM FROM THE STSUMM REPORT.
      *            THE GL ACCOUNT AND COST CENTER FOR EACH STATE/SOURCE
      *            COME FROM A MAPPING CONTROL FILE IN THE SAME SPIRIT
      *            AS DEFAULT.DST, SO A NEW STATE OR A RE-MAPPED
      *            ACCOUNT IS AN OPERATIONS EDIT, NOT A RECOMPILE.
      *
      * USAGE:     GLJRNL INPUT-FILENAME GL-MAP-FILENAME BUSINESS-DATE
      *                BATCH-NUMBER [FILE-MODE]
      *
      *            INPUT-FILENAME is the day's CONVERT output.
      *            BUSINESS-DATE is the day being journaled, YYYYMMDD,
      *            and BATCH-NUMBER (up to 10 characters) identifies
      *            the journal batch to the ledger - both are carried
      *            on the journal header. FILE-MODE is SEQ (default) or
      *            IDX and describes the input file's organization, as
      *            on STSUMM.
      *
      *            GL-MAP-FILENAME names the mapping control file (see
      *            src/main/cobol/gl/DEFAULT.GLM) - one line per
      *            mapping, space separated:
      *                state source account cost-center
      *            '*' in the state or source position matches any
      *            value. The most specific mapping wins: state and
      *            source both named, then state only, then source
      *            only, then '* *'. One optional line
      *                OFFSET account cost-center
      *            names the clearing account that takes the day's net,
      *            so the journal balances; with no OFFSET line the day
      *            itself must net to zero.
      *
      *            THE JOURNAL (INPUT-FILENAME.GLJ) IS A HEADER RECORD
      *            (H), ONE DETAIL RECORD PER JOURNAL LINE (D), AND A
      *            TRAILER (T) CARRYING THE LINE COUNT, DEBIT TOTAL,
      *            CREDIT TOTAL, AND RECORDS SUMMARIZED. THE CONTROL
      *            REPORT (INPUT-FILENAME.GLC) LISTS EVERY JOURNAL LINE
      *            AGAINST THE NIGHT'S TOTALS.
      *
      *            THE JOURNAL IS REFUSED - NOT WRITTEN - IF ANY
      *            STATE/SOURCE IN THE DAY HAS NO MAPPING OR IF THE
      *            LINES DO NOT NET TO ZERO. THE CONTROL REPORT AND THE
      *            JOB LOG THEN LIST EVERY UNMAPPED STATE/SOURCE.
      *
      * RETURN CODES:
      *            0  JOURNAL WRITTEN
      *            4  JOURNAL REFUSED (UNMAPPED OR OUT OF BALANCE)
      *            1  BAD PARAMETERS, BAD MAPPING FILE, OR FILE ERROR
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GLJRNL-INPUT-FILE ASSIGN TO INPUT-FILENAME
           FILE STATUS IS WS-INPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ALTERNATE TO GLJRNL-INPUT-FILE, USED INSTEAD OF IT WHEN
      *    FILE-MODE IS IDX. SHARES INPUT-FILENAME SINCE ONLY ONE OF
      *    THE TWO IS EVER OPENED IN A GIVEN RUN.
       SELECT INDEXED-INPUT-FILE ASSIGN TO INPUT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-KEY
           FILE STATUS IS WS-INDEXED-INPUT-FILE-STATUS.

       SELECT GL-MAP-FILE ASSIGN TO GL-MAP-FILENAME
           FILE STATUS IS WS-GL-MAP-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GL-JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
           FILE STATUS IS WS-GL-JOURNAL-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-REPORT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GLJRNL-INPUT-FILE.
       01 GLJRNL-INPUT-RECORD.
          COPY OUTPUT.
      *    TRAILER PSEUDO-RECORD AS CONVERT WRITES IT.
       01 GLJRNL-TRAILER-RECORD REDEFINES GLJRNL-INPUT-RECORD.
           05  GT-TRAILER-ID         PIC X(07).
           05  GT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

      *    SAME DATA UNDER IDX-PREFIXED NAMES PLUS THE KEY, MATCHING
      *    THE INDEXED-OUTPUT-RECORD CONVERT BUILDS IN IDX MODE.
       FD INDEXED-INPUT-FILE.
       01 INDEXED-INPUT-RECORD.
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
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-INPUT-RECORD.
           05  IT-KEY.
               10  IT-STATE-CODE         PIC X(02).
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

      *    GL MAPPING CONTROL FILE - ONE LINE PER MAPPING: STATE,
      *    SOURCE SYSTEM, GL ACCOUNT, COST CENTER, SEPARATED BY
      *    SPACES, PLUS AN OPTIONAL OFFSET LINE. BLANK LINES ARE
      *    SKIPPED.
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD PIC X(80).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD PIC X(120).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  INPUT-FILENAME     PIC X(120).
           05  GL-MAP-FILENAME    PIC X(120).
           05  BUSINESS-DATE-PARM PIC X(08).
           05  BATCH-NUMBER-PARM  PIC X(20).
           05  FILE-MODE-PARM     PIC X(03).

       01  WS-FILE-MODE             PIC X(03) VALUE 'SEQ'.
           88  INDEXED-FILE-MODE    VALUE 'IDX'.

       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-BATCH-NUMBER          PIC X(10) VALUE SPACES.

       01  WS-JOURNAL-FILENAME   PIC X(124).
       01  WS-CONTROL-FILENAME   PIC X(124).

       01  WS-FILE-STATUS.
           05  WS-INPUT-FILE-STATUS     PIC X(02).
           05  WS-INDEXED-INPUT-FILE-STATUS PIC X(02).
           05  WS-GL-MAP-FILE-STATUS    PIC X(02).
           05  WS-GL-JOURNAL-FILE-STATUS PIC X(02).
           05  WS-CONTROL-REPORT-FILE-STATUS PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-RECORDS-READ          PIC 9(09) VALUE ZERO.
       01  WS-UNMAPPED-RECORDS      PIC 9(09) VALUE ZERO.
       01  WS-NET-AMOUNT            PIC S9(13)V9(4) VALUE ZERO.

      *    RUN REGISTRATION HANDED TO THE RUNREG SUBPROGRAM AT END OF
      *    RUN (AND ON AN ABORT) - SEE RUNREG.CBL. THE START
      *    TIMESTAMP IS CAPTURED IN 0500-INITIALIZE.
       01  RUN-REGISTRATION.
          COPY RUNREG.

      *    THE MAPPINGS NAMED IN THE MAPPING FILE. A '*' IN THE STATE
      *    OR SOURCE POSITION IS KEPT AS '*' AND MATCHES ANY VALUE.
       01  WS-MAX-MAP-ENTRIES       PIC 9(03) VALUE 200.
       01  WS-MAP-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-MAP-SUB               PIC 9(03) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-STATE         PIC X(02).
               10  WS-MAP-SOURCE        PIC X(04).
               10  WS-MAP-ACCOUNT       PIC X(12).
               10  WS-MAP-COST-CENTER   PIC X(08).

      *    THE CLEARING ACCOUNT THAT TAKES THE DAY'S NET, FROM THE
      *    MAPPING FILE'S OFFSET LINE.
       01  WS-OFFSET-ACCOUNT        PIC X(12) VALUE SPACES.
       01  WS-OFFSET-COST-CENTER    PIC X(08) VALUE SPACES.
       01  WS-OFFSET-SWITCH         PIC X VALUE 'N'.
           88  OFFSET-CONFIGURED    VALUE 'Y'.

      *    ONE ENTRY PER STATE/SOURCE IN THE DAY, KEPT IN KEY ORDER AS
      *    IT IS BUILT SO THE JOURNAL COMES OUT IN STATE/SOURCE ORDER
      *    WHICHEVER WAY THE INPUT WAS ORGANIZED. EACH SIDE KEEPS ITS
      *    OWN COUNT AND UNSIGNED MAGNITUDE, AS ON CONVERT'S CONTROL
      *    REPORT.
       01  WS-MAX-GROUPS            PIC 9(04) VALUE 500.
       01  WS-GROUP-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-GROUP-SUB             PIC 9(04) VALUE ZERO.
       01  WS-INSERT-SUB            PIC 9(04) VALUE ZERO.
       01  WS-SHIFT-SUB             PIC 9(04) VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 500 TIMES.
               10  WS-GROUP-KEY.
                   15  WS-GROUP-STATE       PIC X(02).
                   15  WS-GROUP-SOURCE      PIC X(04).
               10  WS-GROUP-DEBIT-COUNT     PIC 9(09).
               10  WS-GROUP-DEBIT-TOTAL     PIC 9(13)V9(4).
               10  WS-GROUP-CREDIT-COUNT    PIC 9(09).
               10  WS-GROUP-CREDIT-TOTAL    PIC 9(13)V9(4).
               10  WS-GROUP-ACCOUNT         PIC X(12).
               10  WS-GROUP-COST-CENTER     PIC X(08).
               10  WS-GROUP-MAPPED          PIC X(01).

       01  WS-CURRENT-KEY.
           05  WS-CURRENT-STATE-CODE    PIC X(02).
           05  WS-CURRENT-SOURCE        PIC X(04).
       01  WS-CURRENT-AMOUNT        PIC S9(7)V9(4).

       01  WS-FOUND-SWITCH          PIC X VALUE 'N'.
           88  GROUP-FOUND          VALUE 'Y'.

      *    THE BEST MAPPING SEEN SO FAR FOR THE GROUP BEING MAPPED -
      *    A NAMED STATE SCORES 2 AND A NAMED SOURCE 1, SO THE MOST
      *    SPECIFIC MAPPING WINS.
       01  WS-BEST-MAP-SUB          PIC 9(03) VALUE ZERO.
       01  WS-BEST-SCORE            PIC 9(01) VALUE ZERO.
       01  WS-MATCH-SCORE           PIC 9(01) VALUE ZERO.
       01  WS-MATCH-SWITCH          PIC X VALUE 'N'.
           88  MAP-MATCHES          VALUE 'Y'.

      *    THE JOURNAL AS IT WILL BE WRITTEN - LINE COUNT, EACH SIDE'S
      *    TOTAL, AND THE OFFSET LINE TAKING THE DAY'S NET.
       01  WS-JOURNAL-LINES         PIC 9(06) VALUE ZERO.
       01  WS-UNMAPPED-GROUPS       PIC 9(04) VALUE ZERO.
       01  WS-JOURNAL-DEBITS        PIC 9(13)V9(4) VALUE ZERO.
       01  WS-JOURNAL-CREDITS       PIC 9(13)V9(4) VALUE ZERO.
       01  WS-OFFSET-AMOUNT         PIC 9(13)V9(4) VALUE ZERO.
       01  WS-OFFSET-SIDE           PIC X(02) VALUE SPACES.

       01  WS-REFUSE-SWITCH         PIC X VALUE 'N'.
           88  JOURNAL-REFUSED      VALUE 'Y'.
       01  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.

      *    PARSE FIELDS FOR ONE MAPPING FILE LINE. A FIFTH TOKEN IS
      *    TAKEN ONLY TO CATCH A LINE WITH TOO MANY.
       01  WS-MAP-TOKEN-1           PIC X(20).
       01  WS-MAP-TOKEN-2           PIC X(20).
       01  WS-MAP-TOKEN-3           PIC X(20).
       01  WS-MAP-TOKEN-4           PIC X(20).
       01  WS-MAP-TOKEN-5           PIC X(20).
       01  WS-PARSE-ACCOUNT         PIC X(20).
       01  WS-PARSE-COST-CENTER     PIC X(20).

      *    ONE JOURNAL LINE AS IT IS BEING WRITTEN, SHARED BY THE
      *    JOURNAL AND THE CONTROL REPORT'S LINE LISTING.
       01  WS-LINE-ACCOUNT          PIC X(12).
       01  WS-LINE-COST-CENTER      PIC X(08).
       01  WS-LINE-SIDE             PIC X(02).
       01  WS-LINE-AMOUNT           PIC 9(13)V9(4).
       01  WS-LINE-STATE            PIC X(02).
       01  WS-LINE-SOURCE           PIC X(04).
       01  WS-LINE-RECORDS          PIC 9(09).
       01  WS-LINE-DESCRIPTION      PIC X(30).
       01  WS-LINE-NUMBER           PIC 9(06) VALUE ZERO.

       01  GLJ-HEADER-RECORD.
           05  GH-RECORD-TYPE           PIC X(01) VALUE 'H'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GH-PROGRAM               PIC X(08) VALUE 'GLJRNL'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GH-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GH-BATCH-NUMBER          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GH-CREATED-STAMP         PIC X(14).
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  GLJ-DETAIL-RECORD.
           05  GD-RECORD-TYPE           PIC X(01) VALUE 'D'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-LINE-NUMBER           PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-ACCOUNT               PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-COST-CENTER           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-SIDE                  PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-AMOUNT                PIC 9(13).9(4).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-STATE-CODE            PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-SOURCE-SYSTEM         PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-RECORD-COUNT          PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GD-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  GLJ-TRAILER-RECORD.
           05  GT-RECORD-TYPE           PIC X(01) VALUE 'T'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GT-LINE-COUNT            PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GT-DEBIT-TOTAL           PIC 9(13).9(4).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GT-CREDIT-TOTAL          PIC 9(13).9(4).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  GT-RECORD-COUNT          PIC 9(09).
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  CR-COUNT-LINE.
           05  CR-COUNT-LABEL           PIC X(40).
           05  CR-COUNT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.

       01  CR-AMOUNT-LINE.
           05  CR-AMOUNT-LABEL          PIC X(40).
           05  CR-AMOUNT-VALUE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.

       01  CR-LINE-HEADING.
           05  FILLER PIC X(10) VALUE '    LINE  '.
           05  FILLER PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER PIC X(09) VALUE 'COST CTR'.
           05  FILLER PIC X(25) VALUE 'SIDE               AMOUNT'.
           05  FILLER PIC X(21) VALUE '  ST SRC      RECORDS'.

       01  CR-JOURNAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CJ-LINE-NUMBER           PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CJ-ACCOUNT               PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CJ-COST-CENTER           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CJ-SIDE                  PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CJ-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CJ-STATE-CODE            PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CJ-SOURCE-SYSTEM         PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CJ-RECORD-COUNT          PIC ZZZ,ZZZ,ZZ9.

       01  CR-UNMAPPED-LINE.
           05  FILLER PIC X(24) VALUE '  UNMAPPED STATE/SOURCE '.
           05  CU-STATE-CODE            PIC X(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  CU-SOURCE-SYSTEM         PIC X(04).
           05  FILLER                   PIC X(10) VALUE '  RECORDS '.
           05  CU-RECORD-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE '  NET '.
           05  CU-NET-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.9999.

       01  WS-GROUP-NET             PIC S9(13)V9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 0600-LOAD-GL-MAP
           IF  INDEXED-FILE-MODE
               PERFORM 1100-PROCESS-INDEXED-INPUT
           ELSE
               PERFORM 1000-PROCESS-SEQUENTIAL-INPUT
           END-IF
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               PERFORM 3000-MAP-ONE-GROUP
           END-PERFORM
           PERFORM 3500-BALANCE-JOURNAL

           IF  JOURNAL-REFUSED
               DISPLAY 'GLJRNL: JOURNAL REFUSED - '
                   FUNCTION TRIM(WS-REFUSE-REASON)
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   IF  WS-GROUP-MAPPED (WS-GROUP-SUB) = 'N'
                       DISPLAY 'GLJRNL: UNMAPPED STATE/SOURCE '
                           WS-GROUP-STATE (WS-GROUP-SUB) '/'
                           WS-GROUP-SOURCE (WS-GROUP-SUB)
                   END-IF
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 4000-WRITE-JOURNAL
               DISPLAY 'GLJRNL: ' WS-JOURNAL-LINES ' JOURNAL LINES FOR '
                   WS-RECORDS-READ ' RECORDS, BATCH '
                   FUNCTION TRIM(WS-BATCH-NUMBER) ' DATE '
                   WS-BUSINESS-DATE
           END-IF
           PERFORM 9800-WRITE-CONTROL-REPORT
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

       0500-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO RR-START-STAMP
           MOVE SPACES TO FILE-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO INPUT-FILENAME GL-MAP-FILENAME BUSINESS-DATE-PARM
                    BATCH-NUMBER-PARM FILE-MODE-PARM
           END-UNSTRING

           IF  INPUT-FILENAME = SPACES OR GL-MAP-FILENAME = SPACES
                   OR BUSINESS-DATE-PARM = SPACES
                   OR BATCH-NUMBER-PARM = SPACES
               DISPLAY 'USAGE: GLJRNL INPUT-FILENAME GL-MAP-FILENAME '
                   'BUSINESS-DATE BATCH-NUMBER [FILE-MODE]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  BUSINESS-DATE-PARM IS NOT NUMERIC
               DISPLAY 'GLJRNL: BUSINESS-DATE IS NOT NUMERIC - '
                   BUSINESS-DATE-PARM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BUSINESS-DATE-PARM TO WS-BUSINESS-DATE

           IF  FUNCTION LENGTH(FUNCTION TRIM(BATCH-NUMBER-PARM)) > 10
               DISPLAY 'GLJRNL: BATCH-NUMBER IS LONGER THAN 10 - '
                   FUNCTION TRIM(BATCH-NUMBER-PARM)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BATCH-NUMBER-PARM TO WS-BATCH-NUMBER

           IF  FUNCTION UPPER-CASE(FILE-MODE-PARM) = 'IDX'
               MOVE 'IDX' TO WS-FILE-MODE
           ELSE
               MOVE 'SEQ' TO WS-FILE-MODE
           END-IF

           STRING FUNCTION TRIM(INPUT-FILENAME) DELIMITED BY SIZE
                  '.GLJ' DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME
           END-STRING
           STRING FUNCTION TRIM(INPUT-FILENAME) DELIMITED BY SIZE
                  '.GLC' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           END-STRING
           .

      *    LOADS THE GL MAPPING CONTROL FILE. LIKE THE OTHER CONTROL
      *    FILE LOADERS OF THIS SUITE, EVERY VALUE IS CHECKED AT LOAD
      *    TIME - A MISCONFIGURED MAP STOPS THE RUN UP FRONT RATHER
      *    THAN POSTING THE NIGHT TO THE WRONG ACCOUNTS.
       0600-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF  WS-GL-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL MAPPING FILE '
                   FUNCTION TRIM(GL-MAP-FILENAME)
                   ' - STATUS ' WS-GL-MAP-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ GL-MAP-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  GL-MAP-RECORD NOT = SPACES
                           PERFORM 0610-STORE-MAPPING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           MOVE SPACES TO EOF

           IF  WS-MAP-COUNT = ZERO
               DISPLAY 'GL MAPPING FILE HAS NO MAPPINGS - '
                   FUNCTION TRIM(GL-MAP-FILENAME)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

       0610-STORE-MAPPING.
           MOVE SPACES TO WS-MAP-TOKEN-1 WS-MAP-TOKEN-2
                          WS-MAP-TOKEN-3 WS-MAP-TOKEN-4
                          WS-MAP-TOKEN-5
           UNSTRING GL-MAP-RECORD DELIMITED BY ALL SPACE
               INTO WS-MAP-TOKEN-1 WS-MAP-TOKEN-2 WS-MAP-TOKEN-3
                    WS-MAP-TOKEN-4 WS-MAP-TOKEN-5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-MAP-TOKEN-1) TO WS-MAP-TOKEN-1

           IF  WS-MAP-TOKEN-1 = 'OFFSET'
               PERFORM 0620-STORE-OFFSET
           ELSE
               PERFORM 0630-STORE-STATE-SOURCE
           END-IF
           .

      *    OFFSET account cost-center - THE CLEARING ACCOUNT, AT MOST
      *    ONCE PER FILE.
       0620-STORE-OFFSET.
           IF  OFFSET-CONFIGURED
               DISPLAY 'GL MAPPING FILE HAS MORE THAN ONE OFFSET '
                   'LINE - '
                   FUNCTION TRIM(GL-MAP-FILENAME)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF  WS-MAP-TOKEN-2 = SPACES OR WS-MAP-TOKEN-3 = SPACES
                   OR WS-MAP-TOKEN-4 NOT = SPACES
               DISPLAY 'GL MAPPING OFFSET LINE IS NOT OFFSET ACCOUNT '
                   'COST-CENTER - ' FUNCTION TRIM(GL-MAP-FILENAME)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-MAP-TOKEN-2 TO WS-PARSE-ACCOUNT
           MOVE WS-MAP-TOKEN-3 TO WS-PARSE-COST-CENTER
           PERFORM 0640-EDIT-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-PARSE-ACCOUNT)
               TO WS-OFFSET-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-PARSE-COST-CENTER)
               TO WS-OFFSET-COST-CENTER
           SET OFFSET-CONFIGURED TO TRUE
           .

      *    state source account cost-center.
       0630-STORE-STATE-SOURCE.
           IF  WS-MAP-TOKEN-4 = SPACES OR WS-MAP-TOKEN-5 NOT = SPACES
               DISPLAY 'GL MAPPING LINE IS NOT STATE SOURCE ACCOUNT '
                   'COST-CENTER - ' FUNCTION TRIM(GL-MAP-RECORD)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF  FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-TOKEN-1)) NOT = 2
                   AND WS-MAP-TOKEN-1 NOT = '*'
               DISPLAY 'GL MAPPING STATE IS NOT TWO CHARACTERS OR * - '
                   FUNCTION TRIM(GL-MAP-RECORD)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF  FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-TOKEN-2)) > 4
               DISPLAY 'GL MAPPING SOURCE IS LONGER THAN 4 - '
                   FUNCTION TRIM(GL-MAP-RECORD)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MAP-TOKEN-1) TO WS-MAP-TOKEN-1
           MOVE FUNCTION UPPER-CASE(WS-MAP-TOKEN-2) TO WS-MAP-TOKEN-2
           MOVE WS-MAP-TOKEN-3 TO WS-PARSE-ACCOUNT
           MOVE WS-MAP-TOKEN-4 TO WS-PARSE-COST-CENTER
           PERFORM 0640-EDIT-ACCOUNT

           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF  WS-MAP-STATE (WS-MAP-SUB) = WS-MAP-TOKEN-1
                       AND WS-MAP-SOURCE (WS-MAP-SUB) = WS-MAP-TOKEN-2
                   DISPLAY 'GL MAPPING FILE MAPS A STATE/SOURCE '
                       'TWICE - '
                       FUNCTION TRIM(GL-MAP-RECORD)
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           IF  WS-MAP-COUNT >= WS-MAX-MAP-ENTRIES
               DISPLAY 'GL MAPPING FILE HAS MORE THAN '
                   WS-MAX-MAP-ENTRIES ' MAPPINGS - '
                   FUNCTION TRIM(GL-MAP-FILENAME)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-MAP-TOKEN-1 TO WS-MAP-STATE (WS-MAP-COUNT)
           MOVE WS-MAP-TOKEN-2 TO WS-MAP-SOURCE (WS-MAP-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-PARSE-ACCOUNT)
               TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-PARSE-COST-CENTER)
               TO WS-MAP-COST-CENTER (WS-MAP-COUNT)
           .

      *    THE ACCOUNT AND COST CENTER JUST PARSED MUST FIT THE
      *    JOURNAL RECORD.
       0640-EDIT-ACCOUNT.
           IF  FUNCTION LENGTH(FUNCTION TRIM(WS-PARSE-ACCOUNT)) > 12
               DISPLAY 'GL MAPPING ACCOUNT IS LONGER THAN 12 - '
                   FUNCTION TRIM(GL-MAP-RECORD)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF  FUNCTION LENGTH(FUNCTION TRIM(WS-PARSE-COST-CENTER)) > 8
               DISPLAY 'GL MAPPING COST CENTER IS LONGER THAN 8 - '
                   FUNCTION TRIM(GL-MAP-RECORD)
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1000-PROCESS-SEQUENTIAL-INPUT.
           OPEN INPUT GLJRNL-INPUT-FILE
           IF  WS-INPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE INPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ GLJRNL-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  GT-TRAILER-ID = 'TRAILER'
                               AND GT-TRAILER-COUNT IS NUMERIC
                           CONTINUE
                       ELSE
                           MOVE STATE-CODE-OUT TO WS-CURRENT-STATE-CODE
                           MOVE DECIMAL-OUT-1  TO WS-CURRENT-AMOUNT
                           MOVE SOURCE-SYSTEM-OUT TO WS-CURRENT-SOURCE
                           PERFORM 2000-ACCUMULATE-ONE-RECORD
                       END-IF
               END-READ
               IF  WS-INPUT-FILE-STATUS NOT = '00'
                       AND WS-INPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE INPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE GLJRNL-INPUT-FILE
           .

       1100-PROCESS-INDEXED-INPUT.
           OPEN INPUT INDEXED-INPUT-FILE
           IF  WS-INDEXED-INPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE INPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-INDEXED-INPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ INDEXED-INPUT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
      *                THE TRAILER IS THE ONLY RECORD WRITTEN UNDER
      *                THE ZZ KEY - THE KEY CHECK KEEPS A DATA RECORD
      *                WHOSE TEXT FIELD SAYS 'TRAILER' IN THE JOURNAL.
                       IF  IT-STATE-CODE = 'ZZ'
                               AND IT-ID = 'TRAILER'
                           CONTINUE
                       ELSE
                           MOVE IDX-STATE-CODE TO WS-CURRENT-STATE-CODE
                           MOVE IDX-AMOUNT     TO WS-CURRENT-AMOUNT
                           MOVE IDX-SOURCE-SYSTEM TO WS-CURRENT-SOURCE
                           PERFORM 2000-ACCUMULATE-ONE-RECORD
                       END-IF
               END-READ
               IF  WS-INDEXED-INPUT-FILE-STATUS NOT = '00'
                       AND WS-INDEXED-INPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE INPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INDEXED-INPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE INDEXED-INPUT-FILE
           .

      *    ADD THE CURRENT RECORD TO ITS STATE/SOURCE GROUP, OPENING A
      *    NEW GROUP IN KEY ORDER THE FIRST TIME THE PAIR IS SEEN.
       2000-ACCUMULATE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD WS-CURRENT-AMOUNT TO WS-NET-AMOUNT
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-INSERT-SUB
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                       OR WS-INSERT-SUB > ZERO
               IF  WS-GROUP-KEY (WS-GROUP-SUB) >= WS-CURRENT-KEY
                   MOVE WS-GROUP-SUB TO WS-INSERT-SUB
                   IF  WS-GROUP-KEY (WS-GROUP-SUB) = WS-CURRENT-KEY
                       SET GROUP-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF  NOT GROUP-FOUND
               PERFORM 2100-INSERT-GROUP
           END-IF

           IF  WS-CURRENT-AMOUNT < ZERO
               ADD 1 TO WS-GROUP-CREDIT-COUNT (WS-INSERT-SUB)
               COMPUTE WS-GROUP-CREDIT-TOTAL (WS-INSERT-SUB)
                   = WS-GROUP-CREDIT-TOTAL (WS-INSERT-SUB)
                   + FUNCTION ABS(WS-CURRENT-AMOUNT)
           ELSE
               ADD 1 TO WS-GROUP-DEBIT-COUNT (WS-INSERT-SUB)
               ADD WS-CURRENT-AMOUNT
                   TO WS-GROUP-DEBIT-TOTAL (WS-INSERT-SUB)
           END-IF
           .

      *    OPEN UP THE SLOT AT WS-INSERT-SUB (OR PAST THE END WHEN THE
      *    KEY SORTS LAST) BY MOVING EVERY LATER ENTRY DOWN ONE.
       2100-INSERT-GROUP.
           IF  WS-GROUP-COUNT >= WS-MAX-GROUPS
               DISPLAY 'GLJRNL: MORE THAN ' WS-MAX-GROUPS
                   ' STATE/SOURCE GROUPS IN '
                   FUNCTION TRIM(INPUT-FILENAME)
               MOVE 1 TO RETURN-CODE
               PERFORM 9960-REGISTER-RUN
               GOBACK
           END-IF
           IF  WS-INSERT-SUB = ZERO
               COMPUTE WS-INSERT-SUB = WS-GROUP-COUNT + 1
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-GROUP-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
                   MOVE WS-GROUP-ENTRY (WS-SHIFT-SUB)
                       TO WS-GROUP-ENTRY (WS-SHIFT-SUB + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-CURRENT-KEY TO WS-GROUP-KEY (WS-INSERT-SUB)
           MOVE ZERO TO WS-GROUP-DEBIT-COUNT (WS-INSERT-SUB)
                        WS-GROUP-DEBIT-TOTAL (WS-INSERT-SUB)
                        WS-GROUP-CREDIT-COUNT (WS-INSERT-SUB)
                        WS-GROUP-CREDIT-TOTAL (WS-INSERT-SUB)
           MOVE SPACES TO WS-GROUP-ACCOUNT (WS-INSERT-SUB)
                          WS-GROUP-COST-CENTER (WS-INSERT-SUB)
           MOVE 'N' TO WS-GROUP-MAPPED (WS-INSERT-SUB)
           .

      *    FIND THE MOST SPECIFIC MAPPING FOR ONE GROUP. A GROUP NO
      *    MAPPING COVERS STAYS UNMAPPED AND REFUSES THE JOURNAL.
       3000-MAP-ONE-GROUP.
           MOVE ZERO TO WS-BEST-MAP-SUB WS-BEST-SCORE
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               PERFORM 3100-MATCH-ONE-MAPPING
               IF  MAP-MATCHES
                   IF  WS-BEST-MAP-SUB = ZERO
                           OR WS-MATCH-SCORE > WS-BEST-SCORE
                       MOVE WS-MAP-SUB TO WS-BEST-MAP-SUB
                       MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
                   END-IF
               END-IF
           END-PERFORM

           IF  WS-BEST-MAP-SUB = ZERO
               ADD 1 TO WS-UNMAPPED-GROUPS
               ADD WS-GROUP-DEBIT-COUNT (WS-GROUP-SUB)
                   WS-GROUP-CREDIT-COUNT (WS-GROUP-SUB)
                   TO WS-UNMAPPED-RECORDS
           ELSE
               MOVE 'Y' TO WS-GROUP-MAPPED (WS-GROUP-SUB)
               MOVE WS-MAP-ACCOUNT (WS-BEST-MAP-SUB)
                   TO WS-GROUP-ACCOUNT (WS-GROUP-SUB)
               MOVE WS-MAP-COST-CENTER (WS-BEST-MAP-SUB)
                   TO WS-GROUP-COST-CENTER (WS-GROUP-SUB)
           END-IF
           .

       3100-MATCH-ONE-MAPPING.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-SCORE
           IF  (WS-MAP-STATE (WS-MAP-SUB) = '*'
                   OR WS-MAP-STATE (WS-MAP-SUB)
                       = WS-GROUP-STATE (WS-GROUP-SUB))
               AND (WS-MAP-SOURCE (WS-MAP-SUB) = '*'
                   OR WS-MAP-SOURCE (WS-MAP-SUB)
                       = WS-GROUP-SOURCE (WS-GROUP-SUB))
               SET MAP-MATCHES TO TRUE
               IF  WS-MAP-STATE (WS-MAP-SUB) NOT = '*'
                   ADD 2 TO WS-MATCH-SCORE
               END-IF
               IF  WS-MAP-SOURCE (WS-MAP-SUB) NOT = '*'
                   ADD 1 TO WS-MATCH-SCORE
               END-IF
           END-IF
           .

      *    FOOT BOTH SIDES OF THE JOURNAL. THE DAY'S NET GOES TO THE
      *    OFFSET ACCOUNT ON THE OPPOSITE SIDE; WITHOUT ONE THE DAY
      *    MUST NET TO ZERO BY ITSELF. EITHER WAY THE TWO SIDES MUST
      *    FOOT TO THE SAME TOTAL OR NOTHING IS WRITTEN.
       3500-BALANCE-JOURNAL.
           MOVE ZERO TO WS-JOURNAL-LINES WS-JOURNAL-DEBITS
                        WS-JOURNAL-CREDITS
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF  WS-GROUP-DEBIT-COUNT (WS-GROUP-SUB) > ZERO
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD WS-GROUP-DEBIT-TOTAL (WS-GROUP-SUB)
                       TO WS-JOURNAL-DEBITS
               END-IF
               IF  WS-GROUP-CREDIT-COUNT (WS-GROUP-SUB) > ZERO
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD WS-GROUP-CREDIT-TOTAL (WS-GROUP-SUB)
                       TO WS-JOURNAL-CREDITS
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-OFFSET-AMOUNT
           MOVE SPACES TO WS-OFFSET-SIDE
           IF  OFFSET-CONFIGURED AND WS-NET-AMOUNT NOT = ZERO
               ADD 1 TO WS-JOURNAL-LINES
               IF  WS-NET-AMOUNT > ZERO
                   MOVE 'CR' TO WS-OFFSET-SIDE
                   MOVE WS-NET-AMOUNT TO WS-OFFSET-AMOUNT
                   ADD WS-OFFSET-AMOUNT TO WS-JOURNAL-CREDITS
               ELSE
                   MOVE 'DR' TO WS-OFFSET-SIDE
                   COMPUTE WS-OFFSET-AMOUNT = ZERO - WS-NET-AMOUNT
                   ADD WS-OFFSET-AMOUNT TO WS-JOURNAL-DEBITS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-UNMAPPED-GROUPS > ZERO
                   SET JOURNAL-REFUSED TO TRUE
                   MOVE 'UNMAPPED STATE/SOURCE' TO WS-REFUSE-REASON
               WHEN WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                   SET JOURNAL-REFUSED TO TRUE
                   MOVE 'JOURNAL DOES NOT NET TO ZERO'
                       TO WS-REFUSE-REASON
           END-EVALUATE
           .

       4000-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF  WS-GL-JOURNAL-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-JOURNAL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-GL-JOURNAL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE WS-BUSINESS-DATE TO GH-BUSINESS-DATE
           MOVE WS-BATCH-NUMBER TO GH-BATCH-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:14) TO GH-CREATED-STAMP
           MOVE GLJ-HEADER-RECORD TO GL-JOURNAL-RECORD
           PERFORM 4900-WRITE-JOURNAL-RECORD

           MOVE ZERO TO WS-LINE-NUMBER
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF  WS-GROUP-DEBIT-COUNT (WS-GROUP-SUB) > ZERO
                   PERFORM 4100-SET-DEBIT-LINE
                   PERFORM 4500-WRITE-DETAIL
               END-IF
               IF  WS-GROUP-CREDIT-COUNT (WS-GROUP-SUB) > ZERO
                   PERFORM 4200-SET-CREDIT-LINE
                   PERFORM 4500-WRITE-DETAIL
               END-IF
           END-PERFORM
           IF  WS-OFFSET-SIDE NOT = SPACES
               PERFORM 4300-SET-OFFSET-LINE
               PERFORM 4500-WRITE-DETAIL
           END-IF

           MOVE WS-JOURNAL-LINES TO GT-LINE-COUNT
           MOVE WS-JOURNAL-DEBITS TO GT-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDITS TO GT-CREDIT-TOTAL
           MOVE WS-RECORDS-READ TO GT-RECORD-COUNT
           MOVE GLJ-TRAILER-RECORD TO GL-JOURNAL-RECORD
           PERFORM 4900-WRITE-JOURNAL-RECORD

           CLOSE GL-JOURNAL-FILE
           .

       4100-SET-DEBIT-LINE.
           MOVE WS-GROUP-ACCOUNT (WS-GROUP-SUB) TO WS-LINE-ACCOUNT
           MOVE WS-GROUP-COST-CENTER (WS-GROUP-SUB)
               TO WS-LINE-COST-CENTER
           MOVE 'DR' TO WS-LINE-SIDE
           MOVE WS-GROUP-DEBIT-TOTAL (WS-GROUP-SUB) TO WS-LINE-AMOUNT
           MOVE WS-GROUP-STATE (WS-GROUP-SUB) TO WS-LINE-STATE
           MOVE WS-GROUP-SOURCE (WS-GROUP-SUB) TO WS-LINE-SOURCE
           MOVE WS-GROUP-DEBIT-COUNT (WS-GROUP-SUB) TO WS-LINE-RECORDS
           MOVE SPACES TO WS-LINE-DESCRIPTION
           STRING 'CONVERT DEBITS ' DELIMITED BY SIZE
                  WS-LINE-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LINE-SOURCE DELIMITED BY SIZE
               INTO WS-LINE-DESCRIPTION
           END-STRING
           .

       4200-SET-CREDIT-LINE.
           MOVE WS-GROUP-ACCOUNT (WS-GROUP-SUB) TO WS-LINE-ACCOUNT
           MOVE WS-GROUP-COST-CENTER (WS-GROUP-SUB)
               TO WS-LINE-COST-CENTER
           MOVE 'CR' TO WS-LINE-SIDE
           MOVE WS-GROUP-CREDIT-TOTAL (WS-GROUP-SUB) TO WS-LINE-AMOUNT
           MOVE WS-GROUP-STATE (WS-GROUP-SUB) TO WS-LINE-STATE
           MOVE WS-GROUP-SOURCE (WS-GROUP-SUB) TO WS-LINE-SOURCE
           MOVE WS-GROUP-CREDIT-COUNT (WS-GROUP-SUB) TO WS-LINE-RECORDS
           MOVE SPACES TO WS-LINE-DESCRIPTION
           STRING 'CONVERT CREDITS ' DELIMITED BY SIZE
                  WS-LINE-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LINE-SOURCE DELIMITED BY SIZE
               INTO WS-LINE-DESCRIPTION
           END-STRING
           .

       4300-SET-OFFSET-LINE.
           MOVE WS-OFFSET-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE WS-OFFSET-COST-CENTER TO WS-LINE-COST-CENTER
           MOVE WS-OFFSET-SIDE TO WS-LINE-SIDE
           MOVE WS-OFFSET-AMOUNT TO WS-LINE-AMOUNT
           MOVE SPACES TO WS-LINE-STATE WS-LINE-SOURCE
           MOVE ZERO TO WS-LINE-RECORDS
           MOVE 'CLEARING OFFSET - DAY NET' TO WS-LINE-DESCRIPTION
           .

       4500-WRITE-DETAIL.
           ADD 1 TO WS-LINE-NUMBER
           MOVE WS-LINE-NUMBER TO GD-LINE-NUMBER
           MOVE WS-LINE-ACCOUNT TO GD-ACCOUNT
           MOVE WS-LINE-COST-CENTER TO GD-COST-CENTER
           MOVE WS-LINE-SIDE TO GD-SIDE
           MOVE WS-LINE-AMOUNT TO GD-AMOUNT
           MOVE WS-LINE-STATE TO GD-STATE-CODE
           MOVE WS-LINE-SOURCE TO GD-SOURCE-SYSTEM
           MOVE WS-LINE-RECORDS TO GD-RECORD-COUNT
           MOVE WS-LINE-DESCRIPTION TO GD-DESCRIPTION
           MOVE GLJ-DETAIL-RECORD TO GL-JOURNAL-RECORD
           PERFORM 4900-WRITE-JOURNAL-RECORD
           .

       4900-WRITE-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD
           IF  WS-GL-JOURNAL-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-JOURNAL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-GL-JOURNAL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

       9800-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF  WS-CONTROL-REPORT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-CONTROL-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'GLJRNL GL JOURNAL CONTROL REPORT - INPUT '
                  FUNCTION TRIM(INPUT-FILENAME) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                  '  BATCH ' FUNCTION TRIM(WS-BATCH-NUMBER)
                  DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'RECORDS READ . . . . . . . . . . . . . .'
               TO CR-COUNT-LABEL
           MOVE WS-RECORDS-READ TO CR-COUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'STATE/SOURCE GROUPS  . . . . . . . . . .'
               TO CR-COUNT-LABEL
           MOVE WS-GROUP-COUNT TO CR-COUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'TOTAL OF DECIMAL-VALUE-1 (NET)  . . . .'
               TO CR-AMOUNT-LABEL
           MOVE WS-NET-AMOUNT TO CR-AMOUNT-VALUE
           MOVE CR-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'JOURNAL LINES  . . . . . . . . . . . . .'
               TO CR-COUNT-LABEL
           MOVE WS-JOURNAL-LINES TO CR-COUNT-VALUE
           MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'JOURNAL DEBITS . . . . . . . . . . . . .'
               TO CR-AMOUNT-LABEL
           MOVE WS-JOURNAL-DEBITS TO CR-AMOUNT-VALUE
           MOVE CR-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE 'JOURNAL CREDITS  . . . . . . . . . . . .'
               TO CR-AMOUNT-LABEL
           MOVE WS-JOURNAL-CREDITS TO CR-AMOUNT-VALUE
           MOVE CR-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  JOURNAL-REFUSED
               PERFORM 9810-WRITE-REFUSAL
           ELSE
               MOVE CR-LINE-HEADING TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
               MOVE ZERO TO WS-LINE-NUMBER
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   IF  WS-GROUP-DEBIT-COUNT (WS-GROUP-SUB) > ZERO
                       PERFORM 4100-SET-DEBIT-LINE
                       PERFORM 9820-WRITE-JOURNAL-LINE
                   END-IF
                   IF  WS-GROUP-CREDIT-COUNT (WS-GROUP-SUB) > ZERO
                       PERFORM 4200-SET-CREDIT-LINE
                       PERFORM 9820-WRITE-JOURNAL-LINE
                   END-IF
               END-PERFORM
               IF  WS-OFFSET-SIDE NOT = SPACES
                   PERFORM 4300-SET-OFFSET-LINE
                   PERFORM 9820-WRITE-JOURNAL-LINE
               END-IF
               MOVE SPACES TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING 'JOURNAL WRITTEN TO '
                      FUNCTION TRIM(WS-JOURNAL-FILENAME)
                      DELIMITED BY SIZE
                   INTO CONTROL-REPORT-RECORD
               END-STRING
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           CLOSE CONTROL-REPORT-FILE
           .

      *    WHY NOTHING WAS WRITTEN - THE REASON, THEN EVERY UNMAPPED
      *    STATE/SOURCE WITH ITS RECORDS AND NET SO OPERATIONS CAN
      *    ADD THE MAPPING AND RERUN THE STEP.
       9810-WRITE-REFUSAL.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'JOURNAL REFUSED - ' FUNCTION TRIM(WS-REFUSE-REASON)
                  ' - NO JOURNAL WRITTEN' DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  WS-UNMAPPED-GROUPS > ZERO
               MOVE 'UNMAPPED STATE/SOURCE GROUPS . . . . . .'
                   TO CR-COUNT-LABEL
               MOVE WS-UNMAPPED-GROUPS TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
               MOVE 'RECORDS IN UNMAPPED GROUPS . . . . . . .'
                   TO CR-COUNT-LABEL
               MOVE WS-UNMAPPED-RECORDS TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   IF  WS-GROUP-MAPPED (WS-GROUP-SUB) = 'N'
                       PERFORM 9830-WRITE-UNMAPPED-LINE
                   END-IF
               END-PERFORM
           END-IF
           .

       9820-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-NUMBER
           MOVE WS-LINE-NUMBER TO CJ-LINE-NUMBER
           MOVE WS-LINE-ACCOUNT TO CJ-ACCOUNT
           MOVE WS-LINE-COST-CENTER TO CJ-COST-CENTER
           MOVE WS-LINE-SIDE TO CJ-SIDE
           MOVE WS-LINE-AMOUNT TO CJ-AMOUNT
           MOVE WS-LINE-STATE TO CJ-STATE-CODE
           MOVE WS-LINE-SOURCE TO CJ-SOURCE-SYSTEM
           MOVE WS-LINE-RECORDS TO CJ-RECORD-COUNT
           MOVE CR-JOURNAL-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD
           .

       9830-WRITE-UNMAPPED-LINE.
           MOVE WS-GROUP-STATE (WS-GROUP-SUB) TO CU-STATE-CODE
           MOVE WS-GROUP-SOURCE (WS-GROUP-SUB) TO CU-SOURCE-SYSTEM
           COMPUTE CU-RECORD-COUNT
               = WS-GROUP-DEBIT-COUNT (WS-GROUP-SUB)
               + WS-GROUP-CREDIT-COUNT (WS-GROUP-SUB)
           COMPUTE WS-GROUP-NET
               = WS-GROUP-DEBIT-TOTAL (WS-GROUP-SUB)
               - WS-GROUP-CREDIT-TOTAL (WS-GROUP-SUB)
           MOVE WS-GROUP-NET TO CU-NET-AMOUNT
           MOVE CR-UNMAPPED-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD
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
           DISPLAY 'GLJRNL: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           PERFORM 9960-REGISTER-RUN
           GOBACK
           .

      *    REGISTER THE RUN IN THE RUN-REGISTRY MASTER - RECORDS
      *    SUMMARIZED, JOURNAL LINES WRITTEN, RECORDS LEFT UNMAPPED,
      *    AND THE DAY'S NET, WITH THE REFUSAL REASON WHEN NOTHING
      *    WAS WRITTEN. RUNREG ITSELF NEVER FAILS THE RUN.
       9960-REGISTER-RUN.
           MOVE 'GLJRNL' TO RR-PROGRAM
           MOVE INPUT-FILENAME TO RR-INPUT-FILENAME
           MOVE WS-JOURNAL-FILENAME TO RR-OUTPUT-FILENAME
           MOVE SPACES TO RR-SOURCE-SYSTEM
           MOVE WS-RECORDS-READ TO RR-RECORDS-READ
           IF  JOURNAL-REFUSED OR RETURN-CODE NOT = ZERO
               MOVE ZERO TO RR-RECORDS-WRITTEN
           ELSE
               MOVE WS-JOURNAL-LINES TO RR-RECORDS-WRITTEN
           END-IF
           MOVE WS-UNMAPPED-RECORDS TO RR-RECORDS-REJECTED
           MOVE WS-NET-AMOUNT TO RR-AMOUNT-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
           MOVE SPACES TO RR-STATUS-TEXT
           IF  JOURNAL-REFUSED
               STRING 'JOURNAL REFUSED - ' DELIMITED BY SIZE
                      WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO RR-STATUS-TEXT
               END-STRING
           END-IF
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'GLJRNL: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           .
