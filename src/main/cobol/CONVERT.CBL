      *
      * USAGE:     CONVERT INPUT-FILENAME OUTPUT-FILENAME
      *                [LAYOUT-FILENAME [OUTPUT-MODE [SOURCE-SYSTEM
      *                [RULES-FILENAME [DUP-MODE
      *                [CONTROL-FILENAME [SUSPENSE-RULES-FILENAME
      *                [RATES-FILENAME [BUSINESS-DATE
      *                [CURRENCY]]]]]]]]]]
      *
      *            LAYOUT-FILENAME is optional. When omitted, CONVERT
      *            parses the input record in its original column
      *            backfills and reruns where re-sent rows are
      *            expected and wanted.
      *
      *            FEEDER CONTROL TOTALS - CONTROL-FILENAME is
      *            optional and names the control totals file the
      *            feeder sent alongside its extract: six fixed lines
      *            in the same shape as CONVERT's own balancing
      *            manifest (record count, net amount, debit count,
      *            debit magnitude, credit count, credit magnitude).
      *            Before anything is converted the feed is read
      *            once and its data records and amounts are counted
      *            and totalled the same way; any figure that
      *            disagrees (or a control file that is missing,
      *            short or not numeric) HOLDS THE FEED OUT - nothing
      *            is converted, the reason is written to the job log,
      *            to OUTPUT-FILENAME.HLD and to the run registry, and
      *            the run ends RC 4 so nothing flows on downstream.
      *            An amount that does not parse counts toward the
      *            record count but neither side's totals, so a feed
      *            garbled in transit fails the check.
      *
      *            SUSPENSE HOLD - SUSPENSE-RULES-FILENAME is optional
      *            and names a suspense rules control file (see
      *            src/main/cobol/rules/DEFAULT.SRL): a credit limit
      *            and per-state / per-source-system amount limits. A
      *            record that passes every other check but trips one
      *            of them is valid business that needs a second look
      *            before it goes downstream - it is written neither
      *            to the output nor to the exception file but to the
      *            suspense file OUTPUT-FILENAME.SUS under the SH01-
      *            SH03 hold codes, left out of the run totals, and
      *            counted as held on the control report and on a
      *            seventh manifest line. A supervisor releases or
      *            declines each held record with SUSREL. The
      *            suspense file is written every run, empty when
      *            nothing was held.
      *
      *            MULTI-CURRENCY - every amount is carried to the
      *            output twice: as the feeder sent it, with its
      *            three-letter currency code, in ORIGINAL-AMOUNT-OUT
      *            and CURRENCY-CODE-OUT, and converted to the
      *            reporting currency in DECIMAL-OUT-1, which is what
      *            every total here and downstream adds up. A
      *            record's currency comes from the currency column
      *            when the layout file names one (an optional sixth
      *            line) and the feed filled it in; otherwise from
      *            the feeder's default currency - CURRENCY on a
      *            single-feed run, a fifth token on a feeder list
      *            line; otherwise it is the reporting currency.
      *            RATES-FILENAME names the exchange-rate file
      *            operations loads daily (see
      *            src/main/cobol/rates/DEFAULT.FXR): its first line
      *            is the reporting currency code, and every further
      *            line reads "yyyymmdd currency rate", the rate
      *            being the reporting-currency value of one unit.
      *            Only the lines for BUSINESS-DATE (default: today)
      *            are used. A record in any currency but the
      *            reporting one with no rate for that date is
      *            rejected under reason code CR01 rather than
      *            converted at zero, and one whose converted amount
      *            will not fit the output field under CR02. A
      *            currency column that is not three letters is
      *            rejected under CR03, and an amount as sent too
      *            large for ORIGINAL-AMOUNT-OUT under CR04. The
      *            business rules and suspense limits are applied to
      *            the converted amount; the feeder control totals
      *            check, which proves the feed as the feeder sent
      *            it, uses the amounts as sent. Without a rates file
      *            the reporting currency is USD and no other
      *            currency can be converted.
      *
      *            RECORD LINEAGE - every run writes a lineage file
      *            OUTPUT-FILENAME.LIN alongside the output: one entry
      *            per output record (see copybooks/LINEAGE.CPY)
      *            giving its position on the output (and IDX-KEY in
      *            IDX mode), the input file and physical line number
      *            it was converted from, its source system, the
      *            business date and the run's start timestamp.
      *            REPROC and CONVMERG carry it forward and add to it,
      *            and RECTRACE reads it back to trace a questioned
      *            output record to its source line. On a checkpoint
      *            restart it is rebuilt with the output.
      *
      *            CONSOLIDATION MODE - when INPUT-FILENAME begins
      *            with '@', the rest of it names a feeder list
      *            control file instead of an input file. Each line
      *            of that file reads
      *                input-filename layout-filename source-system
      *                    [control-filename [currency]]
      *            separated by spaces, with '*' standing in for "no
      *            layout file" (CONVERT's built-in layout) and for
      *            "no control file" when a currency follows. A feeder
      *            whose entry names a control totals file is checked
      *            against it as above; a feeder that fails is held
      *            out alone - logged, listed in OUTPUT-FILENAME.HLD,
      *            registered with its reason - and the rest of the
      *            night's feeders are converted as usual. A feeder
      *            whose extract has not landed at all is held out the
      *            same way, with reason FEED NOT RECEIVED, for a
      *            later catch-up run to merge in (see LATEMERG). The
      *            run ends RC 4 only when every feeder was held.
      *            All the listed feeds are converted in one run into
      *            one combined output file with one trailer, each
      *            record stamped with its feeder's source-system
      *            code, and the control report breaks the counts
      *            out per feeder as well as in total. The
      *            checkpoint/restart mechanism covers single-feed
      *            runs only and is inactive in consolidation mode.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT.
           FILE STATUS IS WS-RULES-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    THE FEEDER'S OWN CONTROL TOTALS FOR ITS EXTRACT - SEE
      *    0800-VERIFY-FEED-CONTROLS. ONE SELECT SERVES EVERY FEEDER
      *    OF A CONSOLIDATION RUN IN TURN.
       SELECT FEED-CONTROL-FILE ASSIGN TO WS-FEED-CONTROL-FILENAME
           FILE STATUS IS WS-FEED-CONTROL-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINE PER FEED HELD OUT OF THE RUN, WITH ITS REASON -
      *    WRITTEN EVERY RUN, EMPTY WHEN NOTHING WAS HELD, SO THE JOB
      *    STREAM CAN TELL A CLEAN NIGHT FROM ONE WITH A FEED MISSING
      *    WITHOUT READING THE LOG.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
           FILE STATUS IS WS-HOLD-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUSPENSE-RULES-FILE ASSIGN TO SUSPENSE-RULES-FILENAME
           FILE STATUS IS WS-SUSPENSE-RULES-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RATES-FILE ASSIGN TO RATES-FILENAME
           FILE STATUS IS WS-RATES-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    RECORDS HELD FOR A SUPERVISOR'S RELEASE - SEE 2090-CHECK-
      *    SUSPENSE-RULES AND SUSREL.CBL. WRITTEN EVERY RUN, EMPTY
      *    WHEN NOTHING WAS HELD, LIKE THE HOLD FILE ABOVE.
       SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILENAME
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BALANCING MANIFEST WRITTEN ALONGSIDE THE OUTPUT - THE
      *    TOTALS THE CONTROL REPORT PRINTS FOR A HUMAN, IN A FIXED
      *    MACHINE-READABLE FORM THE RECEIVING SIDE (OR BALCHK, RUN
           FILE STATUS IS WS-MANIFEST-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINEAGE ENTRY PER RECORD WRITTEN TO THE OUTPUT - SEE
      *    3100-WRITE-LINEAGE AND RECTRACE.CBL.
       SELECT LINEAGE-FILE ASSIGN TO WS-LINEAGE-FILENAME
           FILE STATUS IS WS-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    DUPLICATE-CHECK WORK FILE - ONE RECORD PER DISTINCT INPUT
      *    KEY SEEN THIS RUN. INDEXED SO THE "HAVE I SEEN THIS KEY"
      *    QUESTION IS A SINGLE KEYED WRITE (STATUS 22 = SEEN) AND
           05  IDX-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  IDX-SOURCE-SYSTEM     PIC X(04).
           05  IDX-CURRENCY-CODE     PIC X(03).
           05  IDX-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
      *    TRAILER PSEUDO-RECORD - KEY 'ZZ9999999' SORTS AFTER EVERY
      *    REAL STATE CODE SO IT LANDS LAST IN KEY SEQUENCE.
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-OUTPUT-RECORD.
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).
      *    EXCEPTION FILE WRITTEN BEFORE THE STAMP EXISTED STILL
      *    READS BACK CORRECTLY - THE ORIGINAL LINE IN PLACE AND THE
      *    SOURCE BLANK - INSTEAD OF MISPARSING.
      *    EX-EXCEPTION-NUMBER TRAILS THE STAMP THE SAME WAY: EACH
      *    REJECT'S POSITION IN THE DAY'S EXCEPTION FILE, 1 UP. IT IS
      *    THE REJECT'S IDENTITY ON THE EXCEPTION WORK-QUEUE MASTER
      *    (EXQUEUE), AND REPROC CARRIES IT THROUGH A CORRECTION, SO
      *    A REPAIRED LINE CAN BE TIED BACK TO ITS QUEUE ENTRY EVEN
      *    THOUGH ITS ORIGINAL RECORD NO LONGER MATCHES.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05  EX-REASON-CODE        PIC X(04).
           05  EX-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(01).
           05  EX-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  EX-EXCEPTION-NUMBER   PIC 9(09).

      *    ONE LINE PER RECORD HELD BY THE SUSPENSE RULES. THE HOLD
      *    NUMBER IS THE RECORD'S POSITION IN THE DAY'S SUSPENSE
      *    FILE, 1 UP, AND IS WHAT THE SUPERVISOR NAMES TO SUSREL.
      *    THE STATUS IS P (PENDING) AS WRITTEN HERE; SUSREL SETS IT
      *    TO A (APPROVED) OR D (DECLINED) WITH THE DECIDING
      *    OPERATOR AND TIMESTAMP. SU-OUTPUT-IMAGE IS THE CONVERTED
      *    RECORD EXACTLY AS IT WOULD HAVE GONE TO THE OUTPUT FILE,
      *    SO A RELEASE WRITES IT UNCHANGED; THE ORIGINAL INPUT LINE
      *    RIDES WITH IT SO A DECLINE CAN HAND IT TO THE EXCEPTION
      *    FILE. THE CHUNK, INPUT LINE AND INPUT FILE NAME THE
      *    PHYSICAL LINE THE RECORD WAS CONVERTED FROM, AS IN A
      *    LINEAGE ENTRY (SEE LINEAGE.CPY), SO A RELEASE CAN TRACE IT.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05  SU-HOLD-NUMBER        PIC 9(09).
           05  FILLER                PIC X(01).
           05  SU-HOLD-CODE          PIC X(04).
           05  FILLER                PIC X(01).
           05  SU-HOLD-TEXT          PIC X(30).
           05  FILLER                PIC X(01).
           05  SU-STATUS             PIC X(01).
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

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          COPY LINEAGE.

       FD RESTART-FILE.
       01 RESTART-RECORD.
           05  RESTART-CREDIT-COUNT   PIC 9(09).
           05  RESTART-CREDIT-TOTAL   PIC 9(11)V9(4).
           05  RESTART-DUPLICATE-COUNT PIC 9(09).
           05  RESTART-SUSPENDED-COUNT PIC 9(09).

      *    SIZED FOR THE WIDEST OF ITS FOUR CUSTOMERS - THE 99-BYTE
      *    OUTPUT RECORD, THE 251-BYTE EXCEPTION RECORD, THE 202-BYTE
      *    LINEAGE ENTRY AND THE 506-BYTE SUSPENSE RECORD. TRAILING
      *    BLANKS ARE TRIMMED ON
      *    THE LINE SEQUENTIAL WRITE, SO THE SHORTER RECORDS
      *    ROUND-TRIP UNCHANGED.
       FD RESTART-WORK-FILE.
       01 RESTART-WORK-RECORD PIC X(506).

      *    LAYOUT-FILE DESCRIBES WHICH COMMA-DELIMITED INPUT COLUMN
      *    HOLDS EACH LOGICAL FIELD. LINE 1 IS THE TOTAL COLUMN COUNT;
      *    DEFINITIONS, IN THAT FIXED ORDER. TEXT1/TEXT2/AMOUNT EACH
      *    CARRY A MAX WIDTH ALONGSIDE THE COLUMN NUMBER; STATE DOES
      *    NOT SINCE IT'S ALWAYS A FIXED 2-CHAR CODE. SEE DEFAULT.LAY.
      *    AN OPTIONAL LINE 6 NAMES THE COLUMN CARRYING THE AMOUNT'S
      *    CURRENCY CODE, COLUMN ONLY LIKE STATE - A FEED WITHOUT ONE
      *    IS IN ITS FEEDER'S DEFAULT CURRENCY. SEE FEEDER3.LAY.
      *    A CONFIGURED WIDTH LARGER THAN THE CORRESPONDING RECEIVING
      *    FIELD (TEXT-VALUE-1/TEXT-VALUE-2/DECIMAL-VALUE-1-RAW) IS
      *    REJECTED AT LOAD TIME IN 0650-LOAD-RECORD-LAYOUT - OTHERWISE

      *    FEEDER LIST CONTROL FILE FOR CONSOLIDATION MODE - ONE LINE
      *    PER FEED: INPUT-FILENAME, LAYOUT-FILENAME ('*' FOR NONE),
      *    SOURCE-SYSTEM CODE AND, OPTIONALLY, THE FEEDER'S CONTROL
      *    TOTALS FILENAME ('*' FOR NONE) AND DEFAULT CURRENCY CODE,
      *    SEPARATED BY SPACES. BLANK LINES ARE SKIPPED.
       FD FEEDER-LIST-FILE.
       01 FEEDER-LIST-RECORD PIC X(400).

      *    BUSINESS VALIDATION RULES CONTROL FILE, IN THE SAME SPIRIT
      *    AS THE LAYOUT CONTROL FILE - FIXED LINES IN A FIXED ORDER.
       FD RULES-FILE.
       01 RULES-RECORD PIC X(40).

      *    SIX FIXED LINES, THE SAME SHAPE AS THE MANIFEST BELOW:
      *    RECORD COUNT, NET AMOUNT, DEBIT COUNT, DEBIT MAGNITUDE,
      *    CREDIT COUNT, CREDIT MAGNITUDE - PLAIN VALUES THAT PARSE
      *    WITH NUMVAL.
       FD FEED-CONTROL-FILE.
       01 FEED-CONTROL-RECORD PIC X(40).

      *    SUSPENSE RULES CONTROL FILE, IN THE SAME SPIRIT AS THE
      *    BUSINESS RULES FILE. LINE 1 IS THE CREDIT HOLD LIMIT - A
      *    PLAIN DECIMAL VALUE COMPARED WITH A CREDIT'S MAGNITUDE,
      *    ZERO (OR A BLANK LINE) FOR NO CREDIT LIMIT. ANY FURTHER
      *    LINES EACH READ "CODE LIMIT": A 2-CHARACTER CODE IS A
      *    STATE, A LONGER ONE A SOURCE SYSTEM (THE SAME CONVENTION
      *    AS THE DISTRIBUTION CONTROL FILE), AND THE LIMIT IS
      *    COMPARED WITH THE AMOUNT'S MAGNITUDE ON EITHER SIDE. SEE
      *    DEFAULT.SRL.
       FD SUSPENSE-RULES-FILE.
       01 SUSPENSE-RULES-RECORD PIC X(40).

      *    EXCHANGE-RATE FILE, LOADED DAILY BY OPERATIONS. LINE 1 IS
      *    THE REPORTING CURRENCY CODE; EVERY FURTHER NON-BLANK LINE
      *    READS "YYYYMMDD CCY RATE" - THE REPORTING-CURRENCY VALUE OF
      *    ONE UNIT OF CCY ON THAT DATE, A PLAIN DECIMAL VALUE. THE
      *    FILE MAY CARRY SEVERAL DAYS; ONLY THE BUSINESS DATE'S LINES
      *    ARE KEPT, BUT EVERY LINE IS CHECKED. SEE DEFAULT.FXR.
       FD RATES-FILE.
       01 RATES-RECORD PIC X(40).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05  HD-SOURCE-SYSTEM      PIC X(04).
           05  FILLER                PIC X(01).
           05  HD-REASON-TEXT        PIC X(40).
           05  FILLER                PIC X(01).
           05  HD-INPUT-FILENAME     PIC X(120).

      *    THE DUPLICATE KEY IS THE RECORD AS THE FEEDER IDENTIFIES
      *    IT - RAW TEXT1, STATE CODE, AND THE RAW (UNCONVERTED)
      *    AMOUNT - SO A RE-SENT ROW MATCHES BYTE FOR BYTE.
      *    EXPLICIT DECIMAL POINT SO THEY PARSE WITH NUMVAL: RECORD
      *    COUNT, NET AMOUNT TOTAL, DEBIT COUNT, DEBIT MAGNITUDE,
      *    CREDIT COUNT, CREDIT MAGNITUDE. SAME SPIRIT AS THE RULES
      *    CONTROL FILE - FIXED LINES, NO LABELS. A SEVENTH LINE
      *    CARRIES THE COUNT OF RECORDS HELD IN SUSPENSE - NOT ON THE
      *    FILE, SO NOT IN THE SIX FIGURES BALCHK CHECKS, BUT
      *    ACCOUNTED FOR ALONGSIDE THEM.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(20).

           05  SOURCE-SYSTEM-PARM PIC X(04).
           05  RULES-FILENAME   PIC X(120).
           05  DUP-MODE-PARM    PIC X(05).
           05  CONTROL-FILENAME-PARM PIC X(120).
           05  SUSPENSE-RULES-FILENAME PIC X(120).
           05  RATES-FILENAME   PIC X(120).
           05  RATE-DATE-PARM   PIC X(08).
           05  CURRENCY-PARM    PIC X(10).

       01  WS-OUTPUT-MODE           PIC X(03) VALUE 'SEQ'.
           88  INDEXED-OUTPUT-MODE  VALUE 'IDX'.
       01  WS-STATE-ALLOWED-SWITCH  PIC X VALUE 'N'.
           88  STATE-IS-ALLOWED     VALUE 'Y'.

      *    SUSPENSE HOLD LIMITS LOADED FROM THE SUSPENSE RULES
      *    CONTROL FILE. THE LOADED SWITCH GATES 2090-CHECK-SUSPENSE-
      *    RULES SO A RUN WITHOUT ONE HOLDS NOTHING. EACH LIMIT ENTRY
      *    IS TYPED S (STATE) OR F (FEEDER SOURCE SYSTEM) BY THE
      *    LENGTH OF ITS CODE AS LOADED.
       01  WS-SUSPENSE-RULES-SWITCH PIC X VALUE 'N'.
           88  SUSPENSE-RULES-LOADED VALUE 'Y'.
       01  WS-SUSPENSE-CREDIT-LIMIT PIC 9(7)V9(4) VALUE ZERO.
       01  WS-MAX-SUSPENSE-LIMITS   PIC 9(02) VALUE 60.
       01  WS-SUSPENSE-LIMIT-COUNT  PIC 9(02) VALUE ZERO.
       01  WS-SUSPENSE-LIMIT-SUB    PIC 9(02) VALUE ZERO.
       01  WS-SUSPENSE-LIMIT-TABLE.
           05  WS-SUSPENSE-LIMIT-ENTRY OCCURS 60 TIMES.
               10  WS-SUSPENSE-LIMIT-TYPE   PIC X(01).
                   88  STATE-SUSPENSE-LIMIT  VALUE 'S'.
                   88  SOURCE-SUSPENSE-LIMIT VALUE 'F'.
               10  WS-SUSPENSE-LIMIT-CODE   PIC X(04).
               10  WS-SUSPENSE-LIMIT-AMOUNT PIC 9(7)V9(4).
       01  WS-SUSPENSE-CODE-PARM    PIC X(20).
       01  WS-SUSPENSE-AMOUNT-PARM  PIC X(40).
       01  WS-SUSPEND-SWITCH        PIC X VALUE 'N'.
           88  RECORD-SUSPENDED     VALUE 'Y'.
       01  WS-SUSPEND-REASON-CODE   PIC X(04) VALUE SPACES.
       01  WS-SUSPEND-REASON-TEXT   PIC X(30) VALUE SPACES.

      *    EXCHANGE RATES FOR THE BUSINESS DATE, LOADED FROM THE RATES
      *    FILE. THE REPORTING CURRENCY NEEDS NO RATE - ITS AMOUNTS GO
      *    THROUGH AS THEY ARE. WS-FEED-CURRENCY IS THE DEFAULT FOR
      *    THE FEED BEING CONVERTED (COMMAND LINE, OR THE FEEDER LIST
      *    ENTRY IN CONSOLIDATION MODE); WS-RECORD-CURRENCY IS THE
      *    CURRENCY THE CURRENT RECORD TURNED OUT TO BE IN.
       01  WS-REPORTING-CURRENCY    PIC X(03) VALUE 'USD'.
       01  WS-RATE-DATE             PIC X(08) VALUE SPACES.
       01  WS-FEED-CURRENCY         PIC X(03) VALUE SPACES.
       01  WS-RECORD-CURRENCY       PIC X(03) VALUE SPACES.
       01  WS-CURRENCY-RAW          PIC X(10) VALUE SPACES.
       01  WS-ORIGINAL-AMOUNT       PIC S9(7)V9(4) VALUE ZERO.
       01  WS-MAX-RATES             PIC 9(02) VALUE 50.
       01  WS-RATE-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-RATE-SUB              PIC 9(02) VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CURRENCY     PIC X(03).
               10  WS-RATE-VALUE        PIC 9(03)V9(06).
       01  WS-RATE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  RATE-FOUND           VALUE 'Y'.
       01  WS-EXCHANGE-RATE         PIC 9(03)V9(06) VALUE ZERO.
       01  WS-RATE-LINE-DATE        PIC X(20).
       01  WS-RATE-LINE-CURRENCY    PIC X(20).
       01  WS-RATE-LINE-VALUE       PIC X(20).

      *    SOURCE-SYSTEM CODE STAMPED ON EVERY OUTPUT RECORD - FROM
      *    THE COMMAND LINE ON A SINGLE-FEED RUN, FROM THE FEEDER
      *    LIST ENTRY CURRENTLY BEING PROCESSED IN CONSOLIDATION MODE.
               10  WS-FEEDER-INPUT-NAME   PIC X(120).
               10  WS-FEEDER-LAYOUT-NAME  PIC X(120).
               10  WS-FEEDER-SOURCE       PIC X(04).
               10  WS-FEEDER-CONTROL-NAME PIC X(120).
               10  WS-FEEDER-CURRENCY     PIC X(20).
               10  WS-FEEDER-READ         PIC 9(09).
               10  WS-FEEDER-WRITTEN      PIC 9(09).
               10  WS-FEEDER-REJECTED     PIC 9(09).
               10  WS-FEEDER-SUSPENDED    PIC 9(09).
               10  WS-FEEDER-HOLD-SWITCH  PIC X(01).
                   88  FEEDER-HELD        VALUE 'Y'.
               10  WS-FEEDER-HOLD-REASON  PIC X(40).
       01  WS-FEEDERS-HELD          PIC 9(02) VALUE ZERO.

      *    FEEDER CONTROL TOTALS CHECK - SEE 0800-VERIFY-FEED-CONTROLS.
      *    THE EXPECTED FIGURES ARE THE FEEDER'S CONTROL FILE, THE
      *    ACTUAL FIGURES THE FEED AS IT ARRIVED, BOTH IN THE ORDER
      *    OF THE LABELS BELOW (THE ORDER OF THE CONTROL FILE LINES).
       01  WS-FEED-CONTROL-FILENAME PIC X(120).
       01  WS-FEED-HOLD-SWITCH      PIC X VALUE 'N'.
           88  FEED-HELD            VALUE 'Y'.
       01  WS-FEED-HOLD-REASON      PIC X(40) VALUE SPACES.
       01  WS-RUN-STATUS-TEXT       PIC X(40) VALUE SPACES.
       01  WS-SAVED-RETURN-CODE     PIC 9(04) VALUE ZERO.
       01  WS-CTL-SUB               PIC 9(01) VALUE ZERO.
       01  WS-CTL-FIGURES.
           05  WS-CTL-EXPECTED OCCURS 6 TIMES PIC S9(13)V9(4).
           05  WS-CTL-ACTUAL   OCCURS 6 TIMES PIC S9(13)V9(4).
       01  WS-CTL-LABEL-VALUES.
           05  FILLER               PIC X(14) VALUE 'RECORD COUNT'.
           05  FILLER               PIC X(14) VALUE 'NET AMOUNT'.
           05  FILLER               PIC X(14) VALUE 'DEBIT COUNT'.
           05  FILLER               PIC X(14) VALUE 'DEBIT AMOUNT'.
           05  FILLER               PIC X(14) VALUE 'CREDIT COUNT'.
           05  FILLER               PIC X(14) VALUE 'CREDIT AMOUNT'.
       01  WS-CTL-LABEL-TABLE REDEFINES WS-CTL-LABEL-VALUES.
           05  WS-CTL-LABEL OCCURS 6 TIMES PIC X(14).
       01  WS-CTL-EXPECTED-EDIT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  WS-CTL-ACTUAL-EDIT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.

       01  WS-CONTROL-FILENAME   PIC X(124).
       01  WS-EXCEPTION-FILENAME PIC X(124).
       01  WS-RESTART-WORK-FILENAME PIC X(124).
       01  WS-DUPCHECK-FILENAME  PIC X(124).
       01  WS-MANIFEST-FILENAME  PIC X(124).
       01  WS-HOLD-FILENAME      PIC X(124).
       01  WS-SUSPENSE-FILENAME  PIC X(124).
       01  WS-LINEAGE-FILENAME   PIC X(124).

      *    STAGING FIELDS FOR THE MANIFEST LINES - COUNTS PLAIN,
      *    AMOUNTS WITH A LEADING SIGN AND AN EXPLICIT DECIMAL POINT.
           05  WS-DUPCHECK-FILE-STATUS       PIC X(02).
           05  WS-RESTART-WORK-FILE-STATUS   PIC X(02).
           05  WS-MANIFEST-FILE-STATUS       PIC X(02).
           05  WS-FEED-CONTROL-FILE-STATUS   PIC X(02).
           05  WS-HOLD-FILE-STATUS           PIC X(02).
           05  WS-SUSPENSE-RULES-FILE-STATUS PIC X(02).
           05  WS-SUSPENSE-FILE-STATUS       PIC X(02).
           05  WS-RATES-FILE-STATUS          PIC X(02).
           05  WS-LINEAGE-FILE-STATUS        PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE INSTEAD
           05  WS-LAYOUT-TEXT2-WIDTH  PIC 9(03) VALUE 24.
           05  WS-LAYOUT-AMOUNT-COL   PIC 9(02) VALUE 4.
           05  WS-LAYOUT-AMOUNT-WIDTH PIC 9(03) VALUE 14.
           05  WS-LAYOUT-CURRENCY-COL PIC 9(02) VALUE ZERO.
       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.
       01  REBUILD-EOF PIC X VALUE SPACES.
       01  WS-RESTART-CREDIT-CNT-BASE PIC 9(9) VALUE ZERO.
       01  WS-RESTART-CREDIT-BASE   PIC 9(11)V9(4) VALUE ZERO.
       01  WS-RESTART-DUP-BASE      PIC 9(9) VALUE ZERO.
       01  WS-RESTART-SUSPENDED-BASE PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-OUTPUT-COUNT    PIC 9(9) VALUE ZERO.

      *    WS-DECIMAL-VALUE-TOTAL IS THE NET OF DEBITS AND CREDITS.
           05  WS-CREDIT-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-CREDIT-TOTAL          PIC 9(11)V9(4) VALUE ZERO.
           05  WS-RECORDS-DUPLICATE     PIC 9(9)  VALUE ZERO.
           05  WS-RECORDS-SUSPENDED     PIC 9(9)  VALUE ZERO.

       01  WS-REJECT-SWITCH         PIC X VALUE 'N'.
           88  RECORD-REJECTED      VALUE 'Y'.
       01  TRAILER-RECORD.
           05  TRAILER-ID               PIC X(07) VALUE 'TRAILER'.
           05  TRAILER-RECORD-COUNT     PIC 9(08).
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  INPUT-VALUES.
           05  TEXT-VALUE-1     PIC X(12).
       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 0720-OPEN-HOLD-FILE
           IF  CONSOLIDATION-MODE
               PERFORM 0900-PROCESS-CONSOLIDATED
           ELSE
               IF  CONTROL-FILENAME-PARM NOT = SPACES
                   MOVE CONTROL-FILENAME-PARM
                       TO WS-FEED-CONTROL-FILENAME
                   PERFORM 0800-VERIFY-FEED-CONTROLS
               END-IF
               IF  FEED-HELD
                   PERFORM 0890-WRITE-HOLD-RECORD
                   MOVE WS-FEED-HOLD-REASON TO WS-RUN-STATUS-TEXT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 1000-PROCESS-INPUT UNTIL END-OF-FILE
               END-IF
           END-IF
           PERFORM 9960-REGISTER-RUN
           GOBACK
           MOVE SPACES TO SOURCE-SYSTEM-PARM
           MOVE SPACES TO RULES-FILENAME
           MOVE SPACES TO DUP-MODE-PARM
           MOVE SPACES TO CONTROL-FILENAME-PARM
           MOVE SPACES TO SUSPENSE-RULES-FILENAME
           MOVE SPACES TO RATES-FILENAME
           MOVE SPACES TO RATE-DATE-PARM
           MOVE SPACES TO CURRENCY-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO INPUT-FILENAME OUTPUT-FILENAME LAYOUT-FILENAME
                    OUTPUT-MODE-PARM SOURCE-SYSTEM-PARM
                    RULES-FILENAME DUP-MODE-PARM
                    CONTROL-FILENAME-PARM SUSPENSE-RULES-FILENAME
                    RATES-FILENAME RATE-DATE-PARM CURRENCY-PARM
           END-UNSTRING

           IF  INPUT-FILENAME = SPACES OR OUTPUT-FILENAME = SPACES
               DISPLAY 'USAGE: CONVERT INPUT-FILENAME OUTPUT-FILENAME '
                   '[LAYOUT-FILENAME [OUTPUT-MODE [SOURCE-SYSTEM '
                   '[RULES-FILENAME [DUP-MODE [CONTROL-FILENAME '
                   '[SUSPENSE-RULES-FILENAME [RATES-FILENAME '
                   '[BUSINESS-DATE [CURRENCY]]]]]]]]]]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *    THE RATES ARE TAKEN FOR THE BUSINESS DATE THE JOB NAMES,
      *    OR FOR TODAY WHEN IT NAMES NONE.
           IF  RATE-DATE-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RATE-DATE
           ELSE
               IF  RATE-DATE-PARM IS NOT NUMERIC
                   DISPLAY 'CONVERT: BUSINESS DATE MUST BE YYYYMMDD - '
                       RATE-DATE-PARM
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE RATE-DATE-PARM TO WS-RATE-DATE
           END-IF

           MOVE CURRENCY-PARM TO WS-CURRENCY-RAW
           PERFORM 0695-EDIT-CURRENCY-CODE
           MOVE WS-RECORD-CURRENCY TO WS-FEED-CURRENCY

           IF  FUNCTION UPPER-CASE(OUTPUT-MODE-PARM) = 'IDX'
               MOVE 'IDX' TO WS-OUTPUT-MODE
           ELSE
               INTO WS-MANIFEST-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.HLD' DELIMITED BY SIZE
               INTO WS-HOLD-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-SUSPENSE-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.LIN' DELIMITED BY SIZE
               INTO WS-LINEAGE-FILENAME
           END-STRING

           IF  CONSOLIDATION-MODE
               PERFORM 0680-LOAD-FEEDER-LIST
           ELSE
           IF  RULES-FILENAME NOT = SPACES
               PERFORM 0660-LOAD-VALIDATION-RULES
           END-IF

           IF  SUSPENSE-RULES-FILENAME NOT = SPACES
               PERFORM 0675-LOAD-SUSPENSE-RULES
           END-IF

           IF  RATES-FILENAME NOT = SPACES
               PERFORM 0665-LOAD-EXCHANGE-RATES
           END-IF
           .

      *    LOADS THE BUSINESS VALIDATION RULES CONTROL FILE. LIKE THE
               TO WS-ALLOWED-STATE (WS-ALLOWED-STATE-COUNT)
           .

      *    LOADS THE SUSPENSE RULES CONTROL FILE, CHECKED AT LOAD TIME
      *    LIKE THE BUSINESS RULES ABOVE - A LIMIT THAT DOES NOT PARSE,
      *    DOES NOT FIT, OR NAMES A STATE CONVERT DOES NOT KNOW STOPS
      *    THE RUN UP FRONT RATHER THAN HOLDING THE WRONG RECORDS.
       0675-LOAD-SUSPENSE-RULES.
           OPEN INPUT SUSPENSE-RULES-FILE
           IF  WS-SUSPENSE-RULES-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SUSPENSE RULES FILE '
                   FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
                   ' - STATUS ' WS-SUSPENSE-RULES-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           READ SUSPENSE-RULES-FILE
               AT END
                   DISPLAY 'SUSPENSE RULES FILE IS EMPTY - '
                       FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
                   CLOSE SUSPENSE-RULES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ
           IF  SUSPENSE-RULES-RECORD = SPACES
               MOVE ZERO TO WS-SUSPENSE-CREDIT-LIMIT
           ELSE
               MOVE SUSPENSE-RULES-RECORD TO WS-SUSPENSE-AMOUNT-PARM
               PERFORM 0678-CHECK-SUSPENSE-AMOUNT
               MOVE WS-NUMVAL-RESULT TO WS-SUSPENSE-CREDIT-LIMIT
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ SUSPENSE-RULES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  SUSPENSE-RULES-RECORD NOT = SPACES
                           PERFORM 0677-STORE-SUSPENSE-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-RULES-FILE
           MOVE SPACES TO EOF

           SET SUSPENSE-RULES-LOADED TO TRUE
           .

       0677-STORE-SUSPENSE-LIMIT.
           IF  WS-SUSPENSE-LIMIT-COUNT >= WS-MAX-SUSPENSE-LIMITS
               DISPLAY 'SUSPENSE RULES FILE HAS MORE THAN '
                   WS-MAX-SUSPENSE-LIMITS ' LIMITS - '
                   FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-SUSPENSE-CODE-PARM
           MOVE SPACES TO WS-SUSPENSE-AMOUNT-PARM
           UNSTRING FUNCTION TRIM(SUSPENSE-RULES-RECORD)
               DELIMITED BY ALL SPACE
               INTO WS-SUSPENSE-CODE-PARM WS-SUSPENSE-AMOUNT-PARM
           END-UNSTRING
           IF  WS-SUSPENSE-CODE-PARM (5:) NOT = SPACES
                   OR WS-SUSPENSE-CODE-PARM (2:1) = SPACE
                   OR WS-SUSPENSE-AMOUNT-PARM = SPACES
               DISPLAY 'SUSPENSE RULES FILE LINE IS NOT "CODE LIMIT" - '
                   FUNCTION TRIM(SUSPENSE-RULES-RECORD)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0678-CHECK-SUSPENSE-AMOUNT
           IF  WS-NUMVAL-RESULT NOT > ZERO
               DISPLAY 'SUSPENSE RULES FILE LIMIT IS NOT ABOVE ZERO - '
                   FUNCTION TRIM(SUSPENSE-RULES-RECORD)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-SUSPENSE-LIMIT-COUNT
           MOVE FUNCTION UPPER-CASE(WS-SUSPENSE-CODE-PARM (1:4))
               TO WS-SUSPENSE-LIMIT-CODE (WS-SUSPENSE-LIMIT-COUNT)
           MOVE WS-NUMVAL-RESULT
               TO WS-SUSPENSE-LIMIT-AMOUNT (WS-SUSPENSE-LIMIT-COUNT)
           IF  WS-SUSPENSE-CODE-PARM (3:1) = SPACE
               SET STATE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-COUNT)
                   TO TRUE
               SEARCH ALL STATE-TABLE-DATA
                   AT END
                       DISPLAY 'SUSPENSE RULES FILE NAMES UNKNOWN '
                           'STATE CODE '
                           WS-SUSPENSE-CODE-PARM (1:2) ' - '
                           FUNCTION TRIM(SUSPENSE-RULES-FILENAME)
                       CLOSE SUSPENSE-RULES-FILE
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   WHEN STATE-TABLE-CODE (STATE-INDEX) =
                       WS-SUSPENSE-LIMIT-CODE
                           (WS-SUSPENSE-LIMIT-COUNT) (1:2)
                       CONTINUE
               END-SEARCH
           ELSE
               SET SOURCE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-COUNT)
                   TO TRUE
           END-IF
           .

      *    ONE SUSPENSE LIMIT, STAGED IN WS-SUSPENSE-AMOUNT-PARM,
      *    CHECKED NUMERIC AND AGAINST THE CAPACITY OF THE LIMIT
      *    FIELDS AT FULL PRECISION - AS IN 0660. A LIMIT IS COMPARED
      *    WITH A MAGNITUDE, SO A NEGATIVE ONE IS A MISTAKE TOO.
       0678-CHECK-SUSPENSE-AMOUNT.
           IF  FUNCTION TEST-NUMVAL(WS-SUSPENSE-AMOUNT-PARM) NOT = 0
               DISPLAY 'SUSPENSE RULES FILE LIMIT IS NOT NUMERIC - '
                   FUNCTION TRIM(WS-SUSPENSE-AMOUNT-PARM)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NUMVAL-RESULT =
               FUNCTION NUMVAL(WS-SUSPENSE-AMOUNT-PARM)
           IF  WS-NUMVAL-RESULT < ZERO
                   OR WS-NUMVAL-RESULT > 9999999.9999
               DISPLAY 'SUSPENSE RULES FILE LIMIT IS NEGATIVE OR '
                   'EXCEEDS FIELD CAPACITY OF 9999999.9999 - '
                   FUNCTION TRIM(WS-SUSPENSE-AMOUNT-PARM)
               CLOSE SUSPENSE-RULES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

      *    LOADS THE EXCHANGE-RATE FILE, CHECKED AT LOAD TIME LIKE THE
      *    RULES FILES ABOVE - A LINE THAT DOES NOT PARSE, A RATE THAT
      *    IS NOT ABOVE ZERO OR DOES NOT FIT, OR A CURRENCY GIVEN TWO
      *    RATES FOR THE SAME DAY STOPS THE RUN UP FRONT RATHER THAN
      *    CONVERTING THE NIGHT AT THE WRONG RATE. LINES FOR OTHER
      *    DATES ARE CHECKED THE SAME WAY BUT NOT KEPT.
       0665-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATES-FILE
           IF  WS-RATES-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EXCHANGE RATE FILE '
                   FUNCTION TRIM(RATES-FILENAME)
                   ' - STATUS ' WS-RATES-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           READ RATES-FILE
               AT END
                   DISPLAY 'EXCHANGE RATE FILE IS EMPTY - '
                       FUNCTION TRIM(RATES-FILENAME)
                   CLOSE RATES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE FUNCTION TRIM(RATES-RECORD) TO WS-CURRENCY-RAW
           IF  WS-CURRENCY-RAW = SPACES
               DISPLAY 'EXCHANGE RATE FILE LINE 1 MUST NAME THE '
                   'REPORTING CURRENCY - '
                   FUNCTION TRIM(RATES-FILENAME)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0695-EDIT-CURRENCY-CODE
           MOVE WS-RECORD-CURRENCY TO WS-REPORTING-CURRENCY

           PERFORM UNTIL END-OF-FILE
               READ RATES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  RATES-RECORD NOT = SPACES
                           PERFORM 0667-STORE-EXCHANGE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE
           MOVE SPACES TO EOF
           .

       0667-STORE-EXCHANGE-RATE.
           MOVE SPACES TO WS-RATE-LINE-DATE WS-RATE-LINE-CURRENCY
                          WS-RATE-LINE-VALUE
           UNSTRING FUNCTION TRIM(RATES-RECORD)
               DELIMITED BY ALL SPACE
               INTO WS-RATE-LINE-DATE WS-RATE-LINE-CURRENCY
                    WS-RATE-LINE-VALUE
           END-UNSTRING
           IF  WS-RATE-LINE-DATE (1:8) IS NOT NUMERIC
                   OR WS-RATE-LINE-DATE (9:) NOT = SPACES
                   OR WS-RATE-LINE-VALUE = SPACES
               DISPLAY 'EXCHANGE RATE FILE LINE IS NOT "YYYYMMDD '
                   'CURRENCY RATE" - ' FUNCTION TRIM(RATES-RECORD)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RATE-LINE-CURRENCY TO WS-CURRENCY-RAW
           PERFORM 0695-EDIT-CURRENCY-CODE
           IF  FUNCTION TEST-NUMVAL(WS-RATE-LINE-VALUE) NOT = 0
               DISPLAY 'EXCHANGE RATE IS NOT NUMERIC - '
                   FUNCTION TRIM(RATES-RECORD)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NUMVAL-RESULT =
               FUNCTION NUMVAL(WS-RATE-LINE-VALUE)
           IF  WS-NUMVAL-RESULT NOT > ZERO
                   OR WS-NUMVAL-RESULT > 999.999999
               DISPLAY 'EXCHANGE RATE IS NOT ABOVE ZERO OR EXCEEDS '
                   'FIELD CAPACITY OF 999.999999 - '
                   FUNCTION TRIM(RATES-RECORD)
               CLOSE RATES-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  WS-RATE-LINE-DATE (1:8) = WS-RATE-DATE
               PERFORM 2067-FIND-EXCHANGE-RATE
               IF  RATE-FOUND
                   DISPLAY 'EXCHANGE RATE FILE HAS TWO RATES FOR '
                       WS-RECORD-CURRENCY ' ON ' WS-RATE-DATE ' - '
                       FUNCTION TRIM(RATES-FILENAME)
                   CLOSE RATES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF  WS-RATE-COUNT >= WS-MAX-RATES
                   DISPLAY 'EXCHANGE RATE FILE HAS MORE THAN '
                       WS-MAX-RATES ' RATES FOR ' WS-RATE-DATE ' - '
                       FUNCTION TRIM(RATES-FILENAME)
                   CLOSE RATES-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RECORD-CURRENCY
                   TO WS-RATE-CURRENCY (WS-RATE-COUNT)
               MOVE WS-NUMVAL-RESULT TO WS-RATE-VALUE (WS-RATE-COUNT)
           END-IF
           .

      *    A CURRENCY CODE FROM THE COMMAND LINE, THE FEEDER LIST OR
      *    THE RATES FILE MUST BE THREE LETTERS; IT IS UPPER-CASED
      *    INTO WS-RECORD-CURRENCY. BLANK IS LET THROUGH AS BLANK -
      *    NO DEFAULT CURRENCY.
       0695-EDIT-CURRENCY-CODE.
           MOVE SPACES TO WS-RECORD-CURRENCY
           IF  WS-CURRENCY-RAW NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CURRENCY-RAW)
                   TO WS-CURRENCY-RAW
               IF  WS-CURRENCY-RAW (4:) NOT = SPACES
                       OR WS-CURRENCY-RAW (1:3) IS NOT ALPHABETIC
                       OR WS-CURRENCY-RAW (3:1) = SPACE
                   DISPLAY 'CONVERT: CURRENCY CODE MUST BE THREE '
                       'LETTERS - ' FUNCTION TRIM(WS-CURRENCY-RAW)
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-CURRENCY-RAW (1:3) TO WS-RECORD-CURRENCY
           END-IF
           .

      *    RESTORES THE HARDCODED LAYOUT DEFAULTS DECLARED IN WORKING-
      *    STORAGE. IN CONSOLIDATION MODE 0650 RUNS ONCE PER FEEDER,
      *    SO A FEEDER WITHOUT A LAYOUT FILE MUST NOT INHERIT THE
           MOVE 24 TO WS-LAYOUT-TEXT2-WIDTH
           MOVE 4  TO WS-LAYOUT-AMOUNT-COL
           MOVE 14 TO WS-LAYOUT-AMOUNT-WIDTH
           MOVE 0  TO WS-LAYOUT-CURRENCY-COL
           .

      *    LOADS THE FEEDER LIST CONTROL FILE FOR CONSOLIDATION MODE.
      *    EACH NON-BLANK LINE NAMES ONE FEED'S INPUT FILE, LAYOUT
      *    FILE ('*' FOR NONE), AND SOURCE-SYSTEM CODE, OPTIONALLY
      *    FOLLOWED BY ITS CONTROL FILE ('*' FOR NONE) AND CURRENCY.
       0680-LOAD-FEEDER-LIST.
           OPEN INPUT FEEDER-LIST-FILE
           IF  WS-FEEDER-LIST-FILE-STATUS NOT = '00'
               TO WS-FEEDER-LAYOUT-NAME (WS-FEEDER-COUNT)
           MOVE SPACES
               TO WS-FEEDER-SOURCE (WS-FEEDER-COUNT)
           MOVE SPACES
               TO WS-FEEDER-CONTROL-NAME (WS-FEEDER-COUNT)
           MOVE SPACES
               TO WS-FEEDER-CURRENCY (WS-FEEDER-COUNT)
           UNSTRING FEEDER-LIST-RECORD DELIMITED BY ALL SPACE
               INTO WS-FEEDER-INPUT-NAME (WS-FEEDER-COUNT)
                    WS-FEEDER-LAYOUT-NAME (WS-FEEDER-COUNT)
                    WS-FEEDER-SOURCE (WS-FEEDER-COUNT)
                    WS-FEEDER-CONTROL-NAME (WS-FEEDER-COUNT)
                    WS-FEEDER-CURRENCY (WS-FEEDER-COUNT)
           END-UNSTRING
           MOVE ZERO TO WS-FEEDER-READ (WS-FEEDER-COUNT)
           MOVE ZERO TO WS-FEEDER-WRITTEN (WS-FEEDER-COUNT)
           MOVE ZERO TO WS-FEEDER-REJECTED (WS-FEEDER-COUNT)
           MOVE ZERO TO WS-FEEDER-SUSPENDED (WS-FEEDER-COUNT)
           MOVE 'N' TO WS-FEEDER-HOLD-SWITCH (WS-FEEDER-COUNT)
           MOVE SPACES TO WS-FEEDER-HOLD-REASON (WS-FEEDER-COUNT)
           IF  WS-FEEDER-INPUT-NAME (WS-FEEDER-COUNT) = SPACES
               DISPLAY 'FEEDER LIST ENTRY HAS NO INPUT FILE - '
                   FUNCTION TRIM(WS-FEEDER-LIST-FILENAME)
           IF  WS-FEEDER-LAYOUT-NAME (WS-FEEDER-COUNT) = '*'
               MOVE SPACES TO WS-FEEDER-LAYOUT-NAME (WS-FEEDER-COUNT)
           END-IF
           IF  WS-FEEDER-CONTROL-NAME (WS-FEEDER-COUNT) = '*'
               MOVE SPACES TO WS-FEEDER-CONTROL-NAME (WS-FEEDER-COUNT)
           END-IF
           MOVE WS-FEEDER-CURRENCY (WS-FEEDER-COUNT) TO WS-CURRENCY-RAW
           PERFORM 0695-EDIT-CURRENCY-CODE
           IF  WS-RECORD-CURRENCY = SPACES
               MOVE WS-FEED-CURRENCY TO WS-RECORD-CURRENCY
           END-IF
           MOVE WS-RECORD-CURRENCY
               TO WS-FEEDER-CURRENCY (WS-FEEDER-COUNT)
           .

      *    WHEN LAYOUT-FILENAME IS SUPPLIED, LOAD THE COLUMN MAPPING
                   GOBACK
               END-IF

      *        A SIXTH LINE IS OPTIONAL AND NAMES THE COLUMN CARRYING
      *        EACH RECORD'S CURRENCY CODE; ONLY ITS COLUMN IS USED.
      *        WITHOUT IT EVERY RECORD IS IN THE FEED'S CURRENCY.
               READ LAYOUT-FILE
                   AT END
                       MOVE 0 TO WS-LAYOUT-CURRENCY-COL
                   NOT AT END
                       IF  LAYOUT-RECORD NOT = SPACES
                           MOVE LAY-COLUMN TO WS-LAYOUT-CURRENCY-COL
                           IF  WS-LAYOUT-CURRENCY-COL < 1
                                   OR WS-LAYOUT-CURRENCY-COL
                                       > WS-MAX-RAW-FIELDS
                               DISPLAY 'LAYOUT FILE CURRENCY COLUMN '
                                   'OUT OF RANGE - ' LAYOUT-FILENAME
                               CLOSE LAYOUT-FILE
                               MOVE 1 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ

               CLOSE LAYOUT-FILE
           END-IF
           .
           END-EVALUATE
           .

      *    SEQ RESTART REBUILD OF THE SUSPENSE FILE, THE SAME AS 0750
      *    DOES FOR THE EXCEPTION FILE - REBUILT TO EXACTLY
      *    RESTART-SUSPENDED-COUNT RECORDS, SO A HOLD FLUSHED PAST THE
      *    CHECKPOINT IS NOT HELD TWICE AND A SUPERVISOR NEVER SEES
      *    THE SAME RECORD UNDER TWO HOLD NUMBERS. DONE IN EITHER
      *    OUTPUT MODE - THE SUSPENSE FILE IS ALWAYS LINE SEQUENTIAL.
       0760-REBUILD-SUSPENSE-FOR-RESTART.
           MOVE ZERO TO WS-REBUILD-COPIED
           MOVE SPACES TO REBUILD-EOF
           OPEN INPUT SUSPENSE-FILE
           EVALUATE WS-SUSPENSE-FILE-STATUS
               WHEN '00'
                   OPEN OUTPUT RESTART-WORK-FILE
                   IF  WS-RESTART-WORK-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-RESTART-WORK-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-RESTART-WORK-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   PERFORM UNTIL REBUILD-END-OF-FILE
                           OR WS-REBUILD-COPIED
                               >= WS-RESTART-SUSPENDED-BASE
                       READ SUSPENSE-FILE
                           AT END
                               SET REBUILD-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REBUILD-COPIED
                               WRITE RESTART-WORK-RECORD
                                   FROM SUSPENSE-RECORD
                               END-WRITE
                               IF  WS-RESTART-WORK-FILE-STATUS
                                       NOT = '00'
                                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                                   MOVE WS-RESTART-WORK-FILENAME
                                       TO WS-ABEND-FILE-NAME
                                   MOVE WS-RESTART-WORK-FILE-STATUS
                                       TO WS-ABEND-STATUS
                                   PERFORM 9950-ABORT-ON-FILE-ERROR
                               END-IF
                       END-READ
                       IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                               AND WS-SUSPENSE-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-SUSPENSE-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-SUSPENSE-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
                   CLOSE RESTART-WORK-FILE
                   IF  WS-REBUILD-COPIED < WS-RESTART-SUSPENDED-BASE
                       DISPLAY 'CONVERT: PRIOR SUSPENSE FILE HOLDS '
                           'ONLY ' WS-REBUILD-COPIED ' OF THE '
                           WS-RESTART-SUSPENDED-BASE ' RECORDS THE '
                           'CHECKPOINT COUNTED - RUN STOPPED'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF

                   OPEN OUTPUT SUSPENSE-FILE
                   IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-SUSPENSE-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   MOVE SPACES TO REBUILD-EOF
                   OPEN INPUT RESTART-WORK-FILE
                   IF  WS-RESTART-WORK-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-RESTART-WORK-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-RESTART-WORK-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   PERFORM UNTIL REBUILD-END-OF-FILE
                       READ RESTART-WORK-FILE
                           AT END
                               SET REBUILD-END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE SUSPENSE-RECORD
                                   FROM RESTART-WORK-RECORD
                               END-WRITE
                               IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                                   MOVE WS-SUSPENSE-FILENAME
                                       TO WS-ABEND-FILE-NAME
                                   MOVE WS-SUSPENSE-FILE-STATUS
                                       TO WS-ABEND-STATUS
                                   PERFORM 9950-ABORT-ON-FILE-ERROR
                               END-IF
                       END-READ
                       IF  WS-RESTART-WORK-FILE-STATUS NOT = '00'
                               AND WS-RESTART-WORK-FILE-STATUS
                                   NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-RESTART-WORK-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-RESTART-WORK-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE RESTART-WORK-FILE
               WHEN '35'
      *            NO PRIOR SUSPENSE FILE. FINE WHEN THE CHECKPOINT
      *            COUNTED NO HOLDS; OTHERWISE THE COUNTED HOLDS ARE
      *            GONE AND THE RUN STOPS, AS ABOVE.
                   IF  WS-RESTART-SUSPENDED-BASE > 0
                       DISPLAY 'CONVERT: PRIOR SUSPENSE FILE MISSING '
                           'BUT THE CHECKPOINT COUNTED '
                           WS-RESTART-SUSPENDED-BASE ' HOLDS - RUN '
                           'STOPPED'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   OPEN OUTPUT SUSPENSE-FILE
                   IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-SUSPENSE-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    RESTART REBUILD OF THE LINEAGE FILE, THE SAME AGAIN - ONE
      *    ENTRY PER OUTPUT RECORD, SO IT IS REBUILT TO EXACTLY
      *    RESTART-WRITTEN-COUNT ENTRIES AND THE RESTARTED SEGMENT'S
      *    ENTRIES FOLLOW ON AT THE RIGHT POSITIONS. DONE IN EITHER
      *    OUTPUT MODE - THE LINEAGE FILE IS ALWAYS LINE SEQUENTIAL.
       0770-REBUILD-LINEAGE-FOR-RESTART.
           MOVE ZERO TO WS-REBUILD-COPIED
           MOVE SPACES TO REBUILD-EOF
           OPEN INPUT LINEAGE-FILE
           EVALUATE WS-LINEAGE-FILE-STATUS
               WHEN '00'
                   OPEN OUTPUT RESTART-WORK-FILE
                   IF  WS-RESTART-WORK-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-RESTART-WORK-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-RESTART-WORK-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   PERFORM UNTIL REBUILD-END-OF-FILE
                           OR WS-REBUILD-COPIED
                               >= WS-RESTART-WRITTEN-BASE
                       READ LINEAGE-FILE
                           AT END
                               SET REBUILD-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REBUILD-COPIED
                               WRITE RESTART-WORK-RECORD
                                   FROM LINEAGE-RECORD
                               END-WRITE
                               IF  WS-RESTART-WORK-FILE-STATUS
                                       NOT = '00'
                                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                                   MOVE WS-RESTART-WORK-FILENAME
                                       TO WS-ABEND-FILE-NAME
                                   MOVE WS-RESTART-WORK-FILE-STATUS
                                       TO WS-ABEND-STATUS
                                   PERFORM 9950-ABORT-ON-FILE-ERROR
                               END-IF
                       END-READ
                       IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                               AND WS-LINEAGE-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-LINEAGE-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-LINEAGE-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE LINEAGE-FILE
                   CLOSE RESTART-WORK-FILE
                   IF  WS-REBUILD-COPIED < WS-RESTART-WRITTEN-BASE
                       DISPLAY 'CONVERT: PRIOR LINEAGE FILE HOLDS '
                           'ONLY ' WS-REBUILD-COPIED ' OF THE '
                           WS-RESTART-WRITTEN-BASE ' ENTRIES THE '
                           'CHECKPOINT COUNTED - RUN STOPPED'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF

                   OPEN OUTPUT LINEAGE-FILE
                   IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-LINEAGE-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   MOVE SPACES TO REBUILD-EOF
                   OPEN INPUT RESTART-WORK-FILE
                   IF  WS-RESTART-WORK-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-RESTART-WORK-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-RESTART-WORK-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
                   PERFORM UNTIL REBUILD-END-OF-FILE
                       READ RESTART-WORK-FILE
                           AT END
                               SET REBUILD-END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE LINEAGE-RECORD
                                   FROM RESTART-WORK-RECORD
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
                       IF  WS-RESTART-WORK-FILE-STATUS NOT = '00'
                               AND WS-RESTART-WORK-FILE-STATUS
                                   NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-RESTART-WORK-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-RESTART-WORK-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE RESTART-WORK-FILE
               WHEN '35'
      *            NO PRIOR LINEAGE FILE. FINE WHEN THE CHECKPOINT
      *            COUNTED NO OUTPUT; OTHERWISE THE COUNTED RECORDS'
      *            ENTRIES ARE GONE AND THE RUN STOPS, AS ABOVE.
                   IF  WS-RESTART-WRITTEN-BASE > 0
                       DISPLAY 'CONVERT: PRIOR LINEAGE FILE MISSING '
                           'BUT THE CHECKPOINT COUNTED '
                           WS-RESTART-WRITTEN-BASE ' RECORDS - RUN '
                           'STOPPED'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   OPEN OUTPUT LINEAGE-FILE
                   IF  WS-LINEAGE-FILE-STATUS NOT = '00'
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-LINEAGE-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    THE HOLD FILE IS EMPTIED AT THE START OF EVERY RUN SO A
      *    RERUN NEVER LEAVES AN EARLIER NIGHT'S HOLDS BEHIND. EACH
      *    HELD FEED IS APPENDED TO IT AS IT IS FOUND.
       0720-OPEN-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           IF  WS-HOLD-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-HOLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           CLOSE HOLD-FILE
           .

       0730-OPEN-DUPCHECK-FRESH.
           OPEN OUTPUT DUPCHECK-FILE
           IF  WS-DUPCHECK-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-DUPCHECK-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-DUPCHECK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

       0735-OPEN-SUSPENSE-FRESH.
           OPEN OUTPUT SUSPENSE-FILE
           IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

       0738-OPEN-LINEAGE-FRESH.
           OPEN OUTPUT LINEAGE-FILE
           IF  WS-LINEAGE-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

       0710-OPEN-OUTPUT-FILE-FRESH.
           IF  INDEXED-OUTPUT-MODE
               OPEN OUTPUT INDEXED-OUTPUT-FILE
               IF  WS-INDEXED-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INDEXED-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               IF  WS-OUTPUT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-OUTPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           .

      *    status '35' (FILE NOT FOUND) IS THE NORMAL, EXPECTED CASE ON
      *    A FRESH RUN THAT HAS NEVER CHECKPOINTED - TREATED AS "NO
      *    RESTART DATA" WITH NO DIAGNOSTIC. ANY OTHER NON-'00' STATUS
      *    (PERMISSIONS, DEVICE ERROR) IS A GENUINE PROBLEM THAT MUST
      *    NOT BE SWALLOWED THE SAME WAY - LEFT UNCHECKED IT WOULD
      *    SILENTLY REPROCESS THE WHOLE INPUT FILE FROM RECORD ONE
      *    WITH NO WARNING, EXACTLY WHAT 008'S STATUS CHECKING IS
      *    SUPPOSED TO PREVENT.
       0600-CHECK-FOR-RESTART.
           MOVE ZERO TO WS-RESTART-SKIP-COUNT
           MOVE ZERO TO WS-RESTART-WRITTEN-BASE
           MOVE ZERO TO WS-RESTART-REJECTED-BASE
           MOVE ZERO TO WS-RESTART-AMOUNT-BASE
           MOVE ZERO TO WS-RESTART-DEBIT-CNT-BASE
           MOVE ZERO TO WS-RESTART-DEBIT-BASE
           MOVE ZERO TO WS-RESTART-CREDIT-CNT-BASE
           MOVE ZERO TO WS-RESTART-CREDIT-BASE
           MOVE ZERO TO WS-RESTART-DUP-BASE
           MOVE ZERO TO WS-RESTART-SUSPENDED-BASE
           OPEN INPUT RESTART-FILE
           EVALUATE WS-RESTART-FILE-STATUS
               WHEN '00'
                   READ RESTART-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RESTART-SKIP-COUNT
                               TO WS-RESTART-SKIP-COUNT
                           MOVE RESTART-WRITTEN-COUNT
                               TO WS-RESTART-WRITTEN-BASE
                           MOVE RESTART-REJECTED-COUNT
                               TO WS-RESTART-REJECTED-BASE
                           MOVE RESTART-AMOUNT-TOTAL
                               TO WS-RESTART-AMOUNT-BASE
                           MOVE RESTART-DEBIT-COUNT
                               TO WS-RESTART-DEBIT-CNT-BASE
                           MOVE RESTART-DEBIT-TOTAL
                               TO WS-RESTART-DEBIT-BASE
                           MOVE RESTART-CREDIT-COUNT
                               TO WS-RESTART-CREDIT-CNT-BASE
                           MOVE RESTART-CREDIT-TOTAL
                               TO WS-RESTART-CREDIT-BASE
                           MOVE RESTART-DUPLICATE-COUNT
                               TO WS-RESTART-DUP-BASE
      *                    A CHECKPOINT WRITTEN BEFORE THE HOLD COUNT
      *                    WAS CARRIED HAS NO HOLDS TO ACCOUNT FOR.
                           IF  RESTART-SUSPENDED-COUNT IS NUMERIC
                               MOVE RESTART-SUSPENDED-COUNT
                                   TO WS-RESTART-SUSPENDED-BASE
                           END-IF
                   END-READ
                   CLOSE RESTART-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-RESTART-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-RESTART-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    A FEEDER WHOSE EXTRACT HAS NOT LANDED BY THE TIME THE
      *    CONSOLIDATION RUN REACHES IT IS HELD OUT LIKE ANY OTHER
      *    HELD FEED - LISTED IN THE HOLD FILE AND REGISTERED - SO THE
      *    FEEDERS THAT DID ARRIVE STILL CONVERT AND THE LATE ONE CAN
      *    BE MERGED IN BY A CATCH-UP RUN (SEE LATEMERG.CBL). ANY
      *    OTHER OPEN FAILURE IS LEFT FOR 1100 TO DIAGNOSE AS USUAL.
       0790-CHECK-FEED-ARRIVED.
           MOVE 'N' TO WS-FEED-HOLD-SWITCH
           MOVE ZERO TO WS-CTL-ACTUAL (1) WS-CTL-ACTUAL (2)
                        WS-CTL-ACTUAL (3) WS-CTL-ACTUAL (4)
                        WS-CTL-ACTUAL (5) WS-CTL-ACTUAL (6)
           MOVE SPACES TO WS-FEED-HOLD-REASON
           OPEN INPUT INPUT-FILE
           EVALUATE WS-INPUT-FILE-STATUS
               WHEN 00
                   CLOSE INPUT-FILE
               WHEN 35
                   SET FEED-HELD TO TRUE
                   MOVE 'FEED NOT RECEIVED' TO WS-FEED-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    FEEDER CONTROL TOTALS CHECK, RUN BEFORE A FEED IS CONVERTED.
      *    THE FEEDER'S CONTROL FILE IS LOADED, THE FEED IS READ ONCE
      *    END TO END AND TOTALLED, AND THE TWO ARE COMPARED FIGURE BY
      *    FIGURE. ANY DISAGREEMENT - OR A CONTROL FILE THAT IS
      *    MISSING, SHORT OR NOT NUMERIC - SETS FEED-HELD WITH A
      *    REASON; THE CALLER DECIDES WHAT HOLDING MEANS FOR ITS MODE.
      *    THE LAYOUT FOR THE FEED MUST ALREADY BE LOADED, SINCE THE
      *    AMOUNT IS FOUND BY ITS LAYOUT COLUMN.
       0800-VERIFY-FEED-CONTROLS.
           MOVE 'N' TO WS-FEED-HOLD-SWITCH
           MOVE ZERO TO WS-CTL-ACTUAL (1) WS-CTL-ACTUAL (2)
                        WS-CTL-ACTUAL (3) WS-CTL-ACTUAL (4)
                        WS-CTL-ACTUAL (5) WS-CTL-ACTUAL (6)
           MOVE SPACES TO WS-FEED-HOLD-REASON
           PERFORM 0810-LOAD-FEED-CONTROLS
           IF  NOT FEED-HELD
               PERFORM 0820-TALLY-FEED
               PERFORM 0830-COMPARE-FEED-CONTROLS
           END-IF
           .

      *    A CONTROL FILE THAT NEVER ARRIVED IS A HOLD, NOT AN ABORT -
      *    THE FEED CANNOT BE VOUCHED FOR, BUT THE REST OF THE NIGHT
      *    CAN STILL RUN. ANY OTHER OPEN FAILURE IS A REAL FILE ERROR.
       0810-LOAD-FEED-CONTROLS.
           OPEN INPUT FEED-CONTROL-FILE
           EVALUATE WS-FEED-CONTROL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET FEED-HELD TO TRUE
                   MOVE 'CONTROL TOTALS FILE MISSING'
                       TO WS-FEED-HOLD-REASON
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-FEED-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-FEED-CONTROL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE

           IF  NOT FEED-HELD
               PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                       UNTIL WS-CTL-SUB > 6 OR FEED-HELD
                   READ FEED-CONTROL-FILE
                       AT END
                           SET FEED-HELD TO TRUE
                           MOVE 'CONTROL TOTALS FILE INCOMPLETE'
                               TO WS-FEED-HOLD-REASON
                       NOT AT END
                           IF  FUNCTION TEST-NUMVAL(FEED-CONTROL-RECORD)
                                   NOT = 0
                               SET FEED-HELD TO TRUE
                               MOVE 'CONTROL TOTALS NOT NUMERIC'
                                   TO WS-FEED-HOLD-REASON
                           ELSE
                               COMPUTE WS-CTL-EXPECTED (WS-CTL-SUB) =
                                   FUNCTION NUMVAL(FEED-CONTROL-RECORD)
                           END-IF
                   END-READ
                   IF  WS-FEED-CONTROL-FILE-STATUS NOT = '00'
                           AND WS-FEED-CONTROL-FILE-STATUS NOT = '10'
                       MOVE 'READ' TO WS-ABEND-OPERATION
                       MOVE WS-FEED-CONTROL-FILENAME
                           TO WS-ABEND-FILE-NAME
                       MOVE WS-FEED-CONTROL-FILE-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
                   END-IF
               END-PERFORM
               CLOSE FEED-CONTROL-FILE
           END-IF
           .

      *    TOTAL THE FEED AS IT ARRIVED - EVERY DATA RECORD PAST THE
      *    COLUMN-NAME HEADER ROW COUNTS, AND EVERY AMOUNT THAT PARSES
      *    (BY THE FEED'S LAYOUT COLUMN AND WIDTH, AS 2059 AND 2060
      *    WOULD TAKE IT) GOES TO ITS SIDE. NOTHING IS CONVERTED OR
      *    WRITTEN HERE, AND THE RUN TOTALS ARE NOT TOUCHED - THE
      *    FEEDER'S CONTROL TOTALS ARE IN THE CURRENCY IT SENT, SO
      *    THEY ARE CHECKED BEFORE ANY EXCHANGE RATE IS APPLIED.
       0820-TALLY-FEED.
           MOVE ZERO TO WS-CTL-ACTUAL (1) WS-CTL-ACTUAL (2)
                        WS-CTL-ACTUAL (3) WS-CTL-ACTUAL (4)
                        WS-CTL-ACTUAL (5) WS-CTL-ACTUAL (6)
           MOVE SPACES TO EOF
           OPEN INPUT INPUT-FILE
           IF  WS-INPUT-FILE-STATUS NOT = 00
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE INPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           READ INPUT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ

           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-ACTUAL (1)
                       PERFORM 0825-TALLY-ONE-AMOUNT
               END-READ
               IF  WS-INPUT-FILE-STATUS NOT = 00
                       AND WS-INPUT-FILE-STATUS NOT = 10
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE INPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE SPACES TO EOF
           .

       0825-TALLY-ONE-AMOUNT.
           PERFORM 2055-PARSE-CSV-FIELDS
           IF  WS-RAW-FIELD-COUNT >= WS-LAYOUT-AMOUNT-COL
                   AND FUNCTION LENGTH(FUNCTION TRIM(
                       WS-RAW-FIELD (WS-LAYOUT-AMOUNT-COL)))
                       <= WS-LAYOUT-AMOUNT-WIDTH
               MOVE FUNCTION TRIM(WS-RAW-FIELD (WS-LAYOUT-AMOUNT-COL))
                   TO DECIMAL-VALUE-1-RAW
               IF  FUNCTION TEST-NUMVAL(DECIMAL-VALUE-1-RAW) = 0
                   COMPUTE WS-NUMVAL-RESULT =
                       FUNCTION NUMVAL(DECIMAL-VALUE-1-RAW)
                   ADD WS-NUMVAL-RESULT TO WS-CTL-ACTUAL (2)
                   IF  WS-NUMVAL-RESULT < ZERO
                       ADD 1 TO WS-CTL-ACTUAL (5)
                       COMPUTE WS-CTL-ACTUAL (6) = WS-CTL-ACTUAL (6)
                           + FUNCTION ABS(WS-NUMVAL-RESULT)
                   ELSE
                       ADD 1 TO WS-CTL-ACTUAL (3)
                       ADD WS-NUMVAL-RESULT TO WS-CTL-ACTUAL (4)
                   END-IF
               END-IF
           END-IF
           .

      *    EVERY DISAGREEING FIGURE IS LISTED IN THE JOB LOG, CONTROL
      *    VALUE AGAINST FEED VALUE; THE FIRST ONE BECOMES THE HOLD
      *    REASON.
       0830-COMPARE-FEED-CONTROLS.
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > 6
               IF  WS-CTL-EXPECTED (WS-CTL-SUB)
                       NOT = WS-CTL-ACTUAL (WS-CTL-SUB)
                   MOVE WS-CTL-EXPECTED (WS-CTL-SUB)
                       TO WS-CTL-EXPECTED-EDIT
                   MOVE WS-CTL-ACTUAL (WS-CTL-SUB)
                       TO WS-CTL-ACTUAL-EDIT
                   DISPLAY 'CONVERT: ' WS-SOURCE-SYSTEM ' '
                       WS-CTL-LABEL (WS-CTL-SUB)
                       ' CONTROL ' WS-CTL-EXPECTED-EDIT
                       ' FEED ' WS-CTL-ACTUAL-EDIT
                   IF  NOT FEED-HELD
                       SET FEED-HELD TO TRUE
                       STRING FUNCTION TRIM(WS-CTL-LABEL (WS-CTL-SUB))
                              ' DISAGREES WITH CONTROL'
                              DELIMITED BY SIZE
                           INTO WS-FEED-HOLD-REASON
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           .

       0890-WRITE-HOLD-RECORD.
           DISPLAY 'CONVERT: FEED HELD OUT - '
               WS-SOURCE-SYSTEM ' ' FUNCTION TRIM(INPUT-FILENAME)
               ' - ' FUNCTION TRIM(WS-FEED-HOLD-REASON)
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-SOURCE-SYSTEM TO HD-SOURCE-SYSTEM
           MOVE WS-FEED-HOLD-REASON TO HD-REASON-TEXT
           MOVE INPUT-FILENAME TO HD-INPUT-FILENAME
           OPEN EXTEND HOLD-FILE
           IF  WS-HOLD-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-HOLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           WRITE HOLD-RECORD
           IF  WS-HOLD-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-HOLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           CLOSE HOLD-FILE
           .

      *    A FEEDER HELD OUT OF A CONSOLIDATION RUN GETS A REGISTRY
      *    ENTRY OF ITS OWN - ITS INPUT, ITS SOURCE CODE, RC 4 AND THE
      *    HOLD REASON - SO RUNINQ SHOWS WHICH FEED WAS KEPT OUT AND
      *    WHY. THE RUN'S OWN ENTRY IS WRITTEN AT END OF RUN AS USUAL.
      *    THE READ COUNT IS ZERO UNLESS THE FEED GOT AS FAR AS BEING
      *    TALLIED - 0790 AND 0800 CLEAR IT FOR EACH FEEDER.
       0895-REGISTER-HELD-FEEDER.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE 'CONVERT' TO RR-PROGRAM
           MOVE INPUT-FILENAME TO RR-INPUT-FILENAME
           MOVE OUTPUT-FILENAME TO RR-OUTPUT-FILENAME
           MOVE WS-SOURCE-SYSTEM TO RR-SOURCE-SYSTEM
           MOVE WS-CTL-ACTUAL (1) TO RR-RECORDS-READ
           MOVE ZERO TO RR-RECORDS-WRITTEN
           MOVE ZERO TO RR-RECORDS-REJECTED
           MOVE ZERO TO RR-AMOUNT-TOTAL
           MOVE 4 TO RR-RETURN-CODE
           MOVE WS-FEED-HOLD-REASON TO RR-STATUS-TEXT
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'CONVERT: RUNREG NOT LINKED - RUN NOT '
                       'REGISTERED'
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .

      *    CONSOLIDATION MODE - ALL THE FEEDS NAMED IN THE FEEDER LIST
      *    ARE CONVERTED IN ONE RUN INTO ONE COMBINED OUTPUT FILE WITH
      *    ONE TRAILER. THE CHECKPOINT/RESTART MECHANISM COVERS
      *    SINGLE-FEED RUNS ONLY - A FAILED CONSOLIDATION RUN IS RERUN
      *    FROM THE TOP.
       0900-PROCESS-CONSOLIDATED.
           PERFORM 0710-OPEN-OUTPUT-FILE-FRESH
           IF  DUPCHECK-ENABLED
               PERFORM 0730-OPEN-DUPCHECK-FRESH
               MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           PERFORM 0735-OPEN-SUSPENSE-FRESH
           PERFORM 0738-OPEN-LINEAGE-FRESH

           PERFORM VARYING WS-FEEDER-SUB FROM 1 BY 1
                   UNTIL WS-FEEDER-SUB > WS-FEEDER-COUNT
                   TO LAYOUT-FILENAME
               MOVE WS-FEEDER-SOURCE (WS-FEEDER-SUB)
                   TO WS-SOURCE-SYSTEM
               MOVE WS-FEEDER-CURRENCY (WS-FEEDER-SUB)
                   TO WS-FEED-CURRENCY
               PERFORM 0640-RESET-LAYOUT-DEFAULTS
               PERFORM 0650-LOAD-RECORD-LAYOUT
               PERFORM 0790-CHECK-FEED-ARRIVED
               IF  NOT FEED-HELD
                       AND WS-FEEDER-CONTROL-NAME (WS-FEEDER-SUB)
                           NOT = SPACES
                   MOVE WS-FEEDER-CONTROL-NAME (WS-FEEDER-SUB)
                       TO WS-FEED-CONTROL-FILENAME
                   PERFORM 0800-VERIFY-FEED-CONTROLS
               END-IF
               IF  FEED-HELD
                   MOVE 'Y' TO WS-FEEDER-HOLD-SWITCH (WS-FEEDER-SUB)
                   MOVE WS-FEED-HOLD-REASON
                       TO WS-FEEDER-HOLD-REASON (WS-FEEDER-SUB)
                   ADD 1 TO WS-FEEDERS-HELD
                   PERFORM 0890-WRITE-HOLD-RECORD
                   PERFORM 0895-REGISTER-HELD-FEEDER
               ELSE
                   PERFORM 1100-PROCESS-ONE-FEEDER
               END-IF
           END-PERFORM

           PERFORM 3500-WRITE-TRAILER
               CLOSE DUPCHECK-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LINEAGE-FILE
           PERFORM 3600-WRITE-MANIFEST
           PERFORM 9800-WRITE-CONTROL-REPORT

      *    FEEDERS HELD OUT ARE LISTED IN THE HOLD FILE FOR THE JOB
      *    STREAM TO ACT ON; THE RUN ITSELF ONLY FAILS WHEN NOTHING AT
      *    ALL WAS LEFT TO CONVERT.
           IF  WS-FEEDERS-HELD > 0
               STRING WS-FEEDERS-HELD ' FEED(S) HELD OUT - SEE .HLD'
                      DELIMITED BY SIZE
                   INTO WS-RUN-STATUS-TEXT
               END-STRING
               IF  WS-FEEDERS-HELD = WS-FEEDER-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      *    ONE FEED OF A CONSOLIDATION RUN - SAME PER-RECORD FLOW AS
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-FEEDER-READ (WS-FEEDER-SUB)
                       PERFORM 2000-CONVERT-RECORD
                       EVALUATE TRUE
                           WHEN RECORD-REJECTED
                               PERFORM 9900-WRITE-EXCEPTION
                               ADD 1 TO WS-FEEDER-REJECTED
                                   (WS-FEEDER-SUB)
                           WHEN RECORD-SUSPENDED
                               PERFORM 9910-WRITE-SUSPENSE
                               ADD 1 TO WS-FEEDER-SUSPENDED
                                   (WS-FEEDER-SUB)
                           WHEN OTHER
                               PERFORM 3000-WRITE-OUTPUT
                               ADD 1 TO WS-RECORDS-WRITTEN
                               ADD 1 TO WS-FEEDER-WRITTEN
                                   (WS-FEEDER-SUB)
                       END-EVALUATE
               END-READ
               IF  WS-INPUT-FILE-STATUS NOT = 00
                       AND WS-INPUT-FILE-STATUS NOT = 10
               MOVE 'N' TO WS-REPLAY-SWITCH
               PERFORM 0700-OPEN-OUTPUT-FILE-FOR-RESTART
               PERFORM 0750-REBUILD-EXCEPTIONS-FOR-RESTART
               PERFORM 0760-REBUILD-SUSPENSE-FOR-RESTART
               PERFORM 0770-REBUILD-LINEAGE-FOR-RESTART
           ELSE
               PERFORM 0710-OPEN-OUTPUT-FILE-FRESH
               IF  DUPCHECK-ENABLED
                   MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               PERFORM 0735-OPEN-SUSPENSE-FRESH
               PERFORM 0738-OPEN-LINEAGE-FRESH
      *        THE EXTRACT ARRIVES WITH A COLUMN-NAME HEADER ROW AS
      *        THE FIRST PHYSICAL RECORD. IT IS DISCARDED HERE, ONCE,
      *        ON THE SEGMENT THAT STARTS THE FILE FROM THE TOP - A
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-CHECKPOINT-COUNTER
                       PERFORM 2000-CONVERT-RECORD
                       EVALUATE TRUE
                           WHEN RECORD-REJECTED
                               PERFORM 9900-WRITE-EXCEPTION
                           WHEN RECORD-SUSPENDED
                               PERFORM 9910-WRITE-SUSPENSE
                           WHEN OTHER
                               PERFORM 3000-WRITE-OUTPUT
                               ADD 1 TO WS-RECORDS-WRITTEN
                       END-EVALUATE
                       IF  WS-CHECKPOINT-COUNTER >=
                               WS-CHECKPOINT-INTERVAL
                           PERFORM 9700-WRITE-CHECKPOINT
               CLOSE DUPCHECK-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LINEAGE-FILE
           CLOSE INPUT-FILE
           PERFORM 3600-WRITE-MANIFEST
           PERFORM 9750-CLEAR-RESTART-FILE
           MOVE ZEROS  TO DECIMAL-VALUE-1
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON-CODE WS-REJECT-REASON-TEXT
           MOVE 'N' TO WS-SUSPEND-SWITCH
           MOVE SPACES TO WS-SUSPEND-REASON-CODE WS-SUSPEND-REASON-TEXT
           MOVE SPACES TO WS-CURRENCY-RAW

           PERFORM 2050-BREAK-OUT-DELIMITED-VALUES

               PERFORM 2060-VALIDATE-DECIMAL-VALUE
           END-IF

           IF  NOT RECORD-REJECTED
               PERFORM 2065-CONVERT-CURRENCY
           END-IF

           IF  NOT RECORD-REJECTED
               PERFORM 2100-CONVERT-TEXT-FIELD-1
               PERFORM 2200-LOOKUP-STATE-NAME
               MOVE STATE-CODE-IN TO STATE-CODE-OUT
               MOVE DECIMAL-VALUE-1 TO DECIMAL-OUT-1
               MOVE WS-SOURCE-SYSTEM TO SOURCE-SYSTEM-OUT
               MOVE WS-RECORD-CURRENCY TO CURRENCY-CODE-OUT
               MOVE WS-ORIGINAL-AMOUNT TO ORIGINAL-AMOUNT-OUT
               IF  STATE-NAME-OUT = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ST01' TO WS-REJECT-REASON-CODE
                           AND DUPCHECK-ENABLED
                       PERFORM 2080-CHECK-DUPLICATE
                   END-IF
      *            A RECORD HELD IN SUSPENSE IS NOT YET BUSINESS FOR
      *            THE DAY - IT STAYS OUT OF THE TOTALS UNTIL A
      *            SUPERVISOR RELEASES IT, AND SUSREL ADDS IT THEN.
                   IF  NOT RECORD-REJECTED
                           AND SUSPENSE-RULES-LOADED
                       PERFORM 2090-CHECK-SUSPENSE-RULES
                   END-IF
                   IF  NOT RECORD-REJECTED
                           AND NOT RECORD-SUSPENDED
                           AND NOT REPLAY-MODE
                       ADD DECIMAL-VALUE-1 TO WS-DECIMAL-VALUE-TOTAL
      *                A NEGATIVE AMOUNT IS A CREDIT; EACH SIDE KEEPS
           END-EVALUATE
           .

      *    SUSPENSE HOLD CHECK AGAINST THE SUSPENSE RULES CONTROL
      *    FILE, ON A RECORD THAT HAS PASSED EVERY VALIDATION AND THE
      *    DUPLICATE CHECK - A HELD RECORD IS GOOD BUSINESS WAITING ON
      *    A SUPERVISOR, NOT A REJECT. THE STATE LIMIT IS TRIED FIRST,
      *    THEN THE SOURCE-SYSTEM LIMIT, THEN THE CREDIT LIMIT; THE
      *    FIRST ONE TRIPPED IS THE HOLD CODE. EACH IS COMPARED WITH
      *    THE AMOUNT'S MAGNITUDE AT FULL PRECISION, AS IN 2070.
       2090-CHECK-SUSPENSE-RULES.
           PERFORM VARYING WS-SUSPENSE-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-LIMIT-SUB > WS-SUSPENSE-LIMIT-COUNT
                   OR RECORD-SUSPENDED
               IF  STATE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-SUB)
                       AND WS-SUSPENSE-LIMIT-CODE
                           (WS-SUSPENSE-LIMIT-SUB) = STATE-CODE-IN
                       AND FUNCTION ABS(WS-NUMVAL-RESULT) >
                           WS-SUSPENSE-LIMIT-AMOUNT
                               (WS-SUSPENSE-LIMIT-SUB)
                   SET RECORD-SUSPENDED TO TRUE
                   MOVE 'SH01' TO WS-SUSPEND-REASON-CODE
                   MOVE 'AMOUNT OVER STATE HOLD LIMIT'
                       TO WS-SUSPEND-REASON-TEXT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUSPENSE-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-LIMIT-SUB > WS-SUSPENSE-LIMIT-COUNT
                   OR RECORD-SUSPENDED
               IF  SOURCE-SUSPENSE-LIMIT (WS-SUSPENSE-LIMIT-SUB)
                       AND WS-SUSPENSE-LIMIT-CODE
                           (WS-SUSPENSE-LIMIT-SUB) = WS-SOURCE-SYSTEM
                       AND FUNCTION ABS(WS-NUMVAL-RESULT) >
                           WS-SUSPENSE-LIMIT-AMOUNT
                               (WS-SUSPENSE-LIMIT-SUB)
                   SET RECORD-SUSPENDED TO TRUE
                   MOVE 'SH02' TO WS-SUSPEND-REASON-CODE
                   MOVE 'AMOUNT OVER SOURCE HOLD LIMIT'
                       TO WS-SUSPEND-REASON-TEXT
               END-IF
           END-PERFORM
           IF  NOT RECORD-SUSPENDED
                   AND WS-SUSPENSE-CREDIT-LIMIT > ZERO
                   AND WS-NUMVAL-RESULT < ZERO
                   AND FUNCTION ABS(WS-NUMVAL-RESULT) >
                       WS-SUSPENSE-CREDIT-LIMIT
               SET RECORD-SUSPENDED TO TRUE
               MOVE 'SH03' TO WS-SUSPEND-REASON-CODE
               MOVE 'CREDIT OVER HOLD LIMIT' TO WS-SUSPEND-REASON-TEXT
           END-IF
           .

      *    BUSINESS VALIDATION AGAINST THE RULES CONTROL FILE. RUNS
      *    AFTER THE STRUCTURAL CHECKS, ON A RECORD THAT HAS ALREADY
      *    PARSED, CONVERTED, AND MATCHED A KNOWN STATE - THE BV CODES
                   MOVE FUNCTION TRIM(
                           WS-RAW-FIELD (WS-LAYOUT-AMOUNT-COL))
                       TO DECIMAL-VALUE-1-RAW
                   IF  WS-LAYOUT-CURRENCY-COL > 0
                       MOVE FUNCTION TRIM(
                               WS-RAW-FIELD (WS-LAYOUT-CURRENCY-COL))
                           TO WS-CURRENCY-RAW
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

      *    PUTS THE AMOUNT INTO THE REPORTING CURRENCY. THE RECORD'S
      *    OWN CURRENCY COLUMN WINS; A BLANK ONE (OR A LAYOUT WITHOUT
      *    ONE) MEANS THE FEED'S CURRENCY, AND A FEED WITH NONE NAMED
      *    IS IN THE REPORTING CURRENCY. THE AMOUNT AS SENT IS KEPT
      *    FOR ORIGINAL-AMOUNT-OUT; DECIMAL-VALUE-1 AND
      *    WS-NUMVAL-RESULT ARE LEFT HOLDING THE CONVERTED AMOUNT, SO
      *    THE BUSINESS RULES, SUSPENSE LIMITS AND RUN TOTALS ARE ALL
      *    IN THE REPORTING CURRENCY. A CURRENCY WITH NO RATE FOR THE
      *    BUSINESS DATE IS REJECTED RATHER THAN PASSED AT PAR.
       2065-CONVERT-CURRENCY.
           MOVE WS-FEED-CURRENCY TO WS-RECORD-CURRENCY
           IF  WS-CURRENCY-RAW NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CURRENCY-RAW)
                   TO WS-CURRENCY-RAW
               IF  WS-CURRENCY-RAW (4:) NOT = SPACES
                       OR WS-CURRENCY-RAW (1:3) IS NOT ALPHABETIC
                       OR WS-CURRENCY-RAW (1:1) = SPACE
                       OR WS-CURRENCY-RAW (2:1) = SPACE
                       OR WS-CURRENCY-RAW (3:1) = SPACE
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CR03' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID CURRENCY CODE'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   MOVE WS-CURRENCY-RAW (1:3) TO WS-RECORD-CURRENCY
               END-IF
           END-IF
           IF  WS-RECORD-CURRENCY = SPACES
               MOVE WS-REPORTING-CURRENCY TO WS-RECORD-CURRENCY
           END-IF
      *    THE AMOUNT AS SENT MUST FIT ORIGINAL-AMOUNT-OUT WHOLE - A
      *    TRUNCATED ORIGINAL WOULD MISSTATE THE AUDIT AMOUNT AND THE
      *    PER-CURRENCY TOTALS, SO IT IS REJECTED INSTEAD.
           IF  NOT RECORD-REJECTED
                   AND FUNCTION ABS(WS-NUMVAL-RESULT) > 9999999.9999
               SET RECORD-REJECTED TO TRUE
               MOVE 'CR04' TO WS-REJECT-REASON-CODE
               MOVE 'ORIGINAL AMOUNT TOO LARGE'
                   TO WS-REJECT-REASON-TEXT
           END-IF
           MOVE WS-NUMVAL-RESULT TO WS-ORIGINAL-AMOUNT

           IF  NOT RECORD-REJECTED
                   AND WS-RECORD-CURRENCY NOT = WS-REPORTING-CURRENCY
               PERFORM 2067-FIND-EXCHANGE-RATE
               IF  NOT RATE-FOUND
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CR01' TO WS-REJECT-REASON-CODE
                   MOVE 'NO RATE FOR CURRENCY ON DATE'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   COMPUTE WS-NUMVAL-RESULT ROUNDED =
                       WS-NUMVAL-RESULT * WS-EXCHANGE-RATE
                   IF  FUNCTION ABS(WS-NUMVAL-RESULT) > 9999999.9999
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'CR02' TO WS-REJECT-REASON-CODE
                       MOVE 'CONVERTED AMOUNT TOO LARGE'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE WS-NUMVAL-RESULT TO DECIMAL-VALUE-1
                   END-IF
               END-IF
           END-IF
           .

       2067-FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-EXCHANGE-RATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR RATE-FOUND
               IF  WS-RATE-CURRENCY (WS-RATE-SUB) = WS-RECORD-CURRENCY
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RATE-VALUE (WS-RATE-SUB) TO WS-EXCHANGE-RATE
               END-IF
           END-PERFORM
           .

       2100-CONVERT-TEXT-FIELD-1.
           IF  TEXT-VALUE-1 = LOW-VALUES
               MOVE SPACES TO TEXT-OUT-1
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-IF
           PERFORM 3100-WRITE-LINEAGE
           .

      *    THE PRIMARY KEY IS STATE CODE + A RUNNING SEQUENCE NUMBER
           MOVE TEXT-OUT-2    TO IDX-TEXT-2
           MOVE DECIMAL-OUT-1 TO IDX-AMOUNT
           MOVE SOURCE-SYSTEM-OUT TO IDX-SOURCE-SYSTEM
           MOVE CURRENCY-CODE-OUT TO IDX-CURRENCY-CODE
           MOVE ORIGINAL-AMOUNT-OUT TO IDX-ORIGINAL-AMOUNT
           WRITE INDEXED-OUTPUT-RECORD
      *    STATUS 22 HERE MEANS A RESTARTED SEGMENT IS RE-PROCESSING
      *    A RECORD THE CRASHED SEGMENT ALREADY WROTE PAST ITS LAST
           END-EVALUATE
           .

      *    WHERE THE RECORD JUST WRITTEN CAME FROM. ITS POSITION
      *    COUNTS ACROSS RESTART SEGMENTS AS THE IDX SEQUENCE NUMBER
      *    DOES (WS-RECORDS-WRITTEN IS NOT YET BUMPED FOR IT). THE
      *    INPUT LINE IS THE PHYSICAL LINE, HEADER ROW INCLUDED - ON A
      *    SINGLE-FEED RUN THE SKIP COUNT ALREADY CARRIES THE HEADER
      *    AND ANY CHECKPOINTED LINES, IN CONSOLIDATION MODE THE
      *    FEEDER'S OWN READ COUNT IS ONE SHORT OF IT.
       3100-WRITE-LINEAGE.
           MOVE SPACES TO LINEAGE-RECORD
           COMPUTE LN-OUTPUT-POSITION =
               WS-RESTART-WRITTEN-BASE + WS-RECORDS-WRITTEN + 1
           IF  INDEXED-OUTPUT-MODE
               MOVE IDX-KEY TO LN-OUTPUT-KEY
           END-IF
           MOVE 'CONVERT' TO LN-PROGRAM
           MOVE WS-RATE-DATE TO LN-BUSINESS-DATE
           MOVE RR-START-STAMP TO LN-RUN-STAMP
           MOVE ZERO TO LN-CHUNK-NUMBER
           MOVE WS-SOURCE-SYSTEM TO LN-SOURCE-SYSTEM
           MOVE ZERO TO LN-EXCEPTION-NUMBER
           IF  CONSOLIDATION-MODE
               COMPUTE LN-INPUT-LINE =
                   WS-FEEDER-READ (WS-FEEDER-SUB) + 1
           ELSE
               COMPUTE LN-INPUT-LINE =
                   WS-RESTART-SKIP-COUNT + WS-RECORDS-READ
           END-IF
           MOVE INPUT-FILENAME TO LN-INPUT-FILENAME
           WRITE LINEAGE-RECORD
           IF  WS-LINEAGE-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    TRAILER RECORD CARRIES THE TOTAL OUTPUT RECORD COUNT FOR
      *    THE WHOLE LOGICAL FILE - ACROSS ALL RESTART SEGMENTS, NOT
      *    JUST THE CURRENT ONE.
           WRITE MANIFEST-RECORD FROM WS-MFT-MAGNITUDE
           PERFORM 3650-CHECK-MANIFEST-WRITE

           COMPUTE WS-MFT-COUNT = WS-RESTART-SUSPENDED-BASE
                                   + WS-RECORDS-SUSPENDED
           WRITE MANIFEST-RECORD FROM WS-MFT-COUNT
           PERFORM 3650-CHECK-MANIFEST-WRITE

           CLOSE MANIFEST-FILE
           .

           MOVE WS-REJECT-REASON-TEXT TO EX-REASON-TEXT
           MOVE WS-SOURCE-SYSTEM TO EX-SOURCE-SYSTEM
           MOVE INPUT-RECORD TO EX-ORIGINAL-RECORD
      *    A RESTARTED RUN NUMBERS ON FROM THE REJECTS THE CHECKPOINT
      *    ALREADY COUNTED, WHICH 0750 HAS PUT BACK IN PLACE.
           COMPUTE EX-EXCEPTION-NUMBER = WS-RESTART-REJECTED-BASE
                                       + WS-RECORDS-REJECTED + 1
           WRITE EXCEPTION-RECORD
           IF  WS-EXCEPTION-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
           ADD 1 TO WS-RECORDS-REJECTED
           .

      *    A RESTARTED RUN NUMBERS ON FROM THE HOLDS THE CHECKPOINT
      *    ALREADY COUNTED, WHICH 0760 HAS PUT BACK IN PLACE, AS
      *    9900 DOES FOR REJECTS. THE INPUT LINE IS COUNTED AS 3100
      *    COUNTS IT FOR A LINEAGE ENTRY.
       9910-WRITE-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD
           COMPUTE SU-HOLD-NUMBER = WS-RESTART-SUSPENDED-BASE
                                  + WS-RECORDS-SUSPENDED + 1
           MOVE WS-SUSPEND-REASON-CODE TO SU-HOLD-CODE
           MOVE WS-SUSPEND-REASON-TEXT TO SU-HOLD-TEXT
           MOVE 'P' TO SU-STATUS
           MOVE OUTPUT-RECORD TO SU-OUTPUT-IMAGE
           MOVE INPUT-RECORD TO SU-ORIGINAL-RECORD
           MOVE ZERO TO SU-CHUNK-NUMBER
           IF  CONSOLIDATION-MODE
               COMPUTE SU-INPUT-LINE =
                   WS-FEEDER-READ (WS-FEEDER-SUB) + 1
           ELSE
               COMPUTE SU-INPUT-LINE =
                   WS-RESTART-SKIP-COUNT + WS-RECORDS-READ
           END-IF
           MOVE INPUT-FILENAME TO SU-INPUT-FILENAME
           WRITE SUSPENSE-RECORD
           IF  WS-SUSPENSE-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-SUSPENSE-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-SUSPENSE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           ADD 1 TO WS-RECORDS-SUSPENDED
           .

       9700-WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           IF  WS-RESTART-FILE-STATUS NOT = '00'
                                   + WS-CREDIT-TOTAL
           COMPUTE RESTART-DUPLICATE-COUNT = WS-RESTART-DUP-BASE
                                   + WS-RECORDS-DUPLICATE
           COMPUTE RESTART-SUSPENDED-COUNT = WS-RESTART-SUSPENDED-BASE
                                   + WS-RECORDS-SUSPENDED
           WRITE RESTART-RECORD
           IF  WS-RESTART-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
                        RESTART-REJECTED-COUNT RESTART-AMOUNT-TOTAL
                        RESTART-DEBIT-COUNT RESTART-DEBIT-TOTAL
                        RESTART-CREDIT-COUNT RESTART-CREDIT-TOTAL
                        RESTART-DUPLICATE-COUNT RESTART-SUSPENDED-COUNT
           WRITE RESTART-RECORD
           IF  WS-RESTART-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

      *    EVERY AMOUNT BELOW IS IN THE REPORTING CURRENCY, CONVERTED
      *    AT THE RATES FOR THE DATE NAMED HERE.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'AMOUNTS IN ' WS-REPORTING-CURRENCY
                  ' - EXCHANGE RATES FOR ' WS-RATE-DATE
                  DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           IF  WS-CONTROL-REPORT-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-CONTROL-REPORT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           IF  WS-CONTROL-REPORT-FILE-STATUS NOT = '00'
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           IF  SUSPENSE-RULES-LOADED
               MOVE 'RECORDS HELD IN SUSPENSE (SEE .SUS) . .'
                   TO CR-COUNT-LABEL
               COMPUTE CR-COUNT-VALUE = WS-RESTART-SUSPENDED-BASE
                                       + WS-RECORDS-SUSPENDED
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           IF  WS-FEEDERS-HELD > 0
               MOVE 'FEEDS HELD OUT (SEE HOLD FILE)  . . . .'
                   TO CR-COUNT-LABEL
               MOVE WS-FEEDERS-HELD TO CR-COUNT-VALUE
               MOVE CR-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           IF  CONSOLIDATION-MODE
               PERFORM VARYING WS-FEEDER-SUB FROM 1 BY 1
                       UNTIL WS-FEEDER-SUB > WS-FEEDER-COUNT
           END-STRING
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  FEEDER-HELD (WS-FEEDER-SUB)
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING 'FEEDER '
                      WS-FEEDER-SOURCE (WS-FEEDER-SUB)
                      ' HELD OUT - '
                      WS-FEEDER-HOLD-REASON (WS-FEEDER-SUB)
                      DELIMITED BY SIZE
                   INTO CONTROL-REPORT-RECORD
               END-STRING
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF

           MOVE WS-FEEDER-SOURCE (WS-FEEDER-SUB) TO CR-FEEDER-SOURCE
           MOVE 'RECORDS READ . . . . . . . .'
               TO CR-FEEDER-LABEL
           MOVE WS-FEEDER-REJECTED (WS-FEEDER-SUB) TO CR-FEEDER-VALUE
           MOVE CR-FEEDER-COUNT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 9850-WRITE-CONTROL-RECORD

           IF  SUSPENSE-RULES-LOADED
               MOVE 'RECORDS HELD IN SUSPENSE . .'
                   TO CR-FEEDER-LABEL
               MOVE WS-FEEDER-SUSPENDED (WS-FEEDER-SUB)
                   TO CR-FEEDER-VALUE
               MOVE CR-FEEDER-COUNT-LINE TO CONTROL-REPORT-RECORD
               PERFORM 9850-WRITE-CONTROL-RECORD
           END-IF
           .

       9850-WRITE-CONTROL-RECORD.
           COMPUTE RR-AMOUNT-TOTAL = WS-RESTART-AMOUNT-BASE
                                   + WS-DECIMAL-VALUE-TOTAL
           MOVE RETURN-CODE TO RR-RETURN-CODE
      *    HOLDS DO NOT FAIL THE RUN, BUT THE REGISTRY SHOWS THEM SO
      *    THE SUPERVISOR QUEUE IS NOT MISSED.
           IF  WS-RUN-STATUS-TEXT = SPACES
                   AND WS-RESTART-SUSPENDED-BASE
                       + WS-RECORDS-SUSPENDED > 0
               COMPUTE WS-MFT-COUNT = WS-RESTART-SUSPENDED-BASE
                                   + WS-RECORDS-SUSPENDED
               STRING WS-MFT-COUNT ' HELD IN SUSPENSE - SEE .SUS'
                      DELIMITED BY SIZE
                   INTO WS-RUN-STATUS-TEXT
               END-STRING
           END-IF
           MOVE WS-RUN-STATUS-TEXT TO RR-STATUS-TEXT
           CALL 'RUNREG' USING RUN-REGISTRATION
               ON EXCEPTION
                   DISPLAY 'CONVERT: RUNREG NOT LINKED - RUN NOT '
