      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MENU-DRIVEN MAINTENANCE OF THE OPERATIONS CONTROL
      *            FILES - THE LAYOUT FILE (DEFAULT.LAY), THE BUSINESS
      *            RULES FILE (DEFAULT.RUL), THE DISTRIBUTION LIST
      *            (DEFAULT.DST), THE FEEDER LIST (FEEDERS.LST), THE
      *            BUSINESS-DATE CALENDAR (DEFAULT.CAL) AND THE
      *            RETENTION FILE (DEFAULT.RTN). SHOWS A FILE'S
      *            CURRENT CONTENTS AND TAKES ADDS, CHANGES AND
      *            DELETES ONE LINE AT A TIME. EVERY CHANGE IS CHECKED
      *            AGAINST THE WHOLE FILE WITH THE SAME LIMITS THE
      *            PROGRAMS AND JOBS THAT READ IT ENFORCE AT LOAD TIME
      *            (CONVERT, DISTRIB, HOUSEKEEP.sh AND THE CALENDAR
      *            LOOKUP OF CONVRUN.sh) - PLUS THE CHECKS THOSE
      *            LOADERS CANNOT MAKE: A RULES OR DISTRIBUTION STATE
      *            CODE NOT IN THE STATE TABLE, A FEEDER WHOSE LAYOUT
      *            FILE DOES NOT EXIST, A CALENDAR DATE OUT OF ORDER -
      *            SO A TYPO IS CAUGHT AT THE DESK, NOT AT 01:00. THE
      *            SANCTIONED ALTERNATIVE TO THE HAND EDIT, AS RECFIX
      *            IS FOR THE OUTPUT FILE.
      *
      * USAGE:     CTLMAINT OPERATOR-ID [AUDIT-FILENAME]
      *
      *            OPERATOR-ID IS STAMPED ON EVERY AUDIT RECORD.
      *            AUDIT-FILENAME NAMES THE AUDIT LOG SHARED BY ALL
      *            SIX FILES (DEFAULT ./log/CTLMAINT.AUD). RUN FROM
      *            THE SAME DIRECTORY AS THE NIGHTLY JOBS, SO THE
      *            DEFAULT CONTROL FILE NAMES AND THE LAYOUT FILES A
      *            FEEDER LIST NAMES RESOLVE AS THEY DO AT NIGHT.
      *
      *            THE MAIN MENU PICKS THE KIND OF FILE; ANY FILE OF
      *            THAT KIND MAY BE NAMED (E.G. layouts/FEEDER2.LAY),
      *            THE DEFAULT BEING TAKEN ON A BLANK REPLY. A FILE
      *            THAT DOES NOT EXIST YET STARTS EMPTY AND IS CREATED
      *            BY ITS FIRST SAVED CHANGE. THE FILE IS LISTED AND
      *            CHECKED AS IT STANDS, THEN THE FILE MENU TAKES:
      *              L  LIST THE FILE, LINE NUMBERED
      *              A  ADD A LINE AFTER A GIVEN LINE (0 = TOP)
      *              C  CHANGE A LINE
      *              D  DELETE A LINE
      *              V  CHECK THE FILE AGAIN WITHOUT CHANGING IT
      *              H  LIST THE AUDIT HISTORY OF THIS FILE
      *              R  RETURN TO THE MAIN MENU
      *            A BLANK REPLY RETURNS (FILE MENU) OR ENDS THE
      *            SESSION (MAIN MENU).
      *
      *            A CHANGE IS SAVED - THE FILE REWRITTEN - ONLY IF
      *            THE FILE CHECKS CLEAN AFTERWARDS, OR, FOR A FILE
      *            THAT ALREADY HAD PROBLEMS WHEN IT WAS OPENED, IF
      *            THE CHANGE LEAVES FEWER OF THEM THAN BEFORE (SO A
      *            BROKEN FILE CAN BE REPAIRED ONE LINE AT A TIME).
      *            ANY OTHER CHANGE IS REFUSED AND THE FILE LEFT AS
      *            IT WAS. EVERY SAVED CHANGE APPENDS ONE RECORD TO
      *            THE AUDIT LOG: TIMESTAMP, OPERATOR, ACTION, LINE
      *            NUMBER, FILE NAME, AND THE LINE BEFORE AND AFTER.
      *
      *            RETURN CODES: 0 SESSION ENDED, 4 ONE OR MORE
      *            CHANGES REFUSED, 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
           FILE STATUS IS WS-CONTROL-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    OPENED ONLY TO PROVE A FEEDER'S LAYOUT FILE IS THERE.
       SELECT CHECK-FILE ASSIGN TO WS-CHECK-FILENAME
           FILE STATUS IS WS-CHECK-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDIT-FILE ASSIGN TO AUDIT-FILENAME
           FILE STATUS IS WS-AUDIT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE LINE OF WHICHEVER CONTROL FILE IS OPEN - AS WIDE AS
      *    THE WIDEST RECORD ANY LOADER READS (THE FEEDER LIST).
       FD CONTROL-FILE.
       01 CONTROL-RECORD PIC X(400).

       FD CHECK-FILE.
       01 CHECK-RECORD PIC X(40).

      *    ONE AUDIT RECORD PER SAVED CHANGE - WHO, WHEN, WHAT, WHICH
      *    LINE OF WHICH FILE, AND THE LINE BEFORE AND AFTER (BEFORE
      *    BLANK FOR AN ADD, AFTER BLANK FOR A DELETE).
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05  AUD-TIMESTAMP         PIC X(14).
           05  FILLER                PIC X(01).
           05  AUD-OPERATOR          PIC X(08).
           05  FILLER                PIC X(01).
           05  AUD-ACTION            PIC X(06).
           05  FILLER                PIC X(01).
           05  AUD-LINE-NUMBER       PIC 9(04).
           05  FILLER                PIC X(01).
           05  AUD-CONTROL-FILENAME  PIC X(120).
           05  FILLER                PIC X(01).
           05  AUD-BEFORE-IMAGE      PIC X(400).
           05  FILLER                PIC X(01).
           05  AUD-AFTER-IMAGE       PIC X(400).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OPERATOR-PARM    PIC X(08).
           05  AUDIT-FILENAME   PIC X(120).

       01  WS-CONTROL-FILENAME      PIC X(120).
       01  WS-CHECK-FILENAME        PIC X(120).

       01  WS-FILE-STATUS.
           05  WS-CONTROL-FILE-STATUS   PIC X(02).
           05  WS-CHECK-FILE-STATUS     PIC X(02).
           05  WS-AUDIT-FILE-STATUS     PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-SESSION-SWITCH        PIC X VALUE 'N'.
           88  END-OF-SESSION       VALUE 'Y'.
       01  WS-FILE-MENU-SWITCH      PIC X VALUE 'N'.
           88  LEAVE-FILE-MENU      VALUE 'Y'.

      *    THE SIX KINDS OF CONTROL FILE, IN MAIN MENU ORDER - WHAT
      *    EACH IS CALLED, WHERE THE NIGHTLY JOBS LOOK FOR IT BY
      *    DEFAULT, AND THE WIDEST LINE ITS READER TAKES IN WHOLE.
       01  WS-FILE-KIND             PIC 9(01) VALUE ZERO.
           88  LAYOUT-KIND          VALUE 1.
           88  RULES-KIND           VALUE 2.
           88  DIST-LIST-KIND       VALUE 3.
           88  FEEDER-LIST-KIND     VALUE 4.
           88  CALENDAR-KIND        VALUE 5.
           88  RETENTION-KIND       VALUE 6.

       01  WS-FILE-KIND-VALUES.
           05  FILLER PIC X(20) VALUE 'LAYOUT FILE'.
           05  FILLER PIC X(40) VALUE
               'src/main/cobol/layouts/DEFAULT.LAY'.
           05  FILLER PIC 9(03) VALUE 040.
           05  FILLER PIC X(20) VALUE 'BUSINESS RULES'.
           05  FILLER PIC X(40) VALUE
               'src/main/cobol/rules/DEFAULT.RUL'.
           05  FILLER PIC 9(03) VALUE 040.
           05  FILLER PIC X(20) VALUE 'DISTRIBUTION LIST'.
           05  FILLER PIC X(40) VALUE
               'src/main/cobol/dists/DEFAULT.DST'.
           05  FILLER PIC 9(03) VALUE 260.
           05  FILLER PIC X(20) VALUE 'FEEDER LIST'.
           05  FILLER PIC X(40) VALUE
               'src/main/batch/FEEDERS.LST'.
           05  FILLER PIC 9(03) VALUE 400.
           05  FILLER PIC X(20) VALUE 'BUSINESS CALENDAR'.
           05  FILLER PIC X(40) VALUE
               'src/main/batch/DEFAULT.CAL'.
           05  FILLER PIC 9(03) VALUE 400.
           05  FILLER PIC X(20) VALUE 'RETENTION'.
           05  FILLER PIC X(40) VALUE
               'src/main/batch/DEFAULT.RTN'.
           05  FILLER PIC 9(03) VALUE 400.
       01  WS-FILE-KIND-TABLE REDEFINES WS-FILE-KIND-VALUES.
           05  WS-KIND-ENTRY OCCURS 6 TIMES.
               10  WS-KIND-DESCRIPTION  PIC X(20).
               10  WS-KIND-DEFAULT-NAME PIC X(40).
               10  WS-KIND-LINE-LIMIT   PIC 9(03).

      *    THE OPEN FILE, ONE TABLE ENTRY PER LINE, AND A COPY TAKEN
      *    JUST BEFORE EACH CHANGE SO A REFUSED CHANGE PUTS IT BACK.
       01  WS-MAX-LINES             PIC 9(04) VALUE 999.
       01  WS-LINE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-TEXT OCCURS 999 TIMES PIC X(400).
       01  WS-PRIOR-LINE-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PRIOR-LINE-TABLE.
           05  WS-PRIOR-LINE-TEXT OCCURS 999 TIMES PIC X(400).
       01  WS-LINE-SUB              PIC 9(04) VALUE ZERO.
       01  WS-SHIFT-SUB             PIC 9(04) VALUE ZERO.
       01  WS-OTHER-SUB             PIC 9(04) VALUE ZERO.

      *    THE OPERATOR'S REPLY TO EVERY PROMPT, AND A LINE NUMBER
      *    TAKEN FROM IT.
       01  WS-REPLY                 PIC X(400).
       01  WS-REPLY-LENGTH          PIC 9(04) VALUE ZERO.
       01  WS-LINE-NUMBER           PIC 9(04) VALUE ZERO.
       01  WS-LINE-NUMBER-SWITCH    PIC X VALUE 'N'.
           88  LINE-NUMBER-VALID    VALUE 'Y'.
           88  LINE-NUMBER-BLANK    VALUE 'B'.

      *    THE CHANGE BEING MADE, AS IT WILL BE AUDITED.
       01  WS-ACTION                PIC X(06).
       01  WS-CHANGED-LINE          PIC 9(04) VALUE ZERO.
       01  WS-BEFORE-IMAGE          PIC X(400).
       01  WS-AFTER-IMAGE           PIC X(400).

      *    PROBLEMS FOUND BY THE LAST CHECK, AND BY THE CHECK THAT
      *    STANDS FOR THE FILE ON DISK (THE BAR A CHANGE MUST BEAT).
       01  WS-ERROR-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-FILE-ERROR-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PROBLEM-LINE          PIC 9(04) VALUE ZERO.
       01  WS-PROBLEM-TEXT          PIC X(100).

       01  WS-CHANGES-SAVED         PIC 9(05) VALUE ZERO.
       01  WS-CHANGES-REFUSED       PIC 9(05) VALUE ZERO.
       01  WS-AUDIT-ENTRIES         PIC 9(05) VALUE ZERO.

       01  WS-DISPLAY-LINE-NUMBER   PIC ZZZ9.
       01  WS-DISPLAY-COUNT         PIC ZZZZ9.

      *    ONE LINE SPLIT INTO ITS SPACE-SEPARATED TOKENS THE WAY
      *    CONVERT AND DISTRIB SPLIT IT - A LEADING SPACE GIVES A
      *    BLANK FIRST TOKEN, JUST AS IT DOES FOR THEM.
       01  WS-MAX-TOKENS            PIC 9(02) VALUE 30.
       01  WS-TOKEN-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-TOKEN-SUB             PIC 9(02) VALUE ZERO.
       01  WS-TOKEN-POINTER         PIC 9(04) VALUE ZERO.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN OCCURS 30 TIMES PIC X(400).
       01  WS-TOKEN-LENGTH          PIC 9(04) VALUE ZERO.
       01  WS-TOKEN-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88  TOO-MANY-TOKENS      VALUE 'Y'.

      *    THE LIMITS THE READING PROGRAMS ENFORCE - CONVERT'S RAW
      *    FIELD TABLE, ALLOWED STATE TABLE AND FEEDER TABLE, THE
      *    CAPACITY OF ITS S9(7)V9(4) RULE AMOUNTS, AND DISTRIB'S
      *    DESTINATION TABLE. KEEP THESE IN STEP WITH THOSE PROGRAMS.
       01  WS-MAX-RAW-FIELDS        PIC 9(02) VALUE 20.
       01  WS-MAX-ALLOWED-STATES    PIC 9(02) VALUE 56.
       01  WS-MAX-FEEDERS           PIC 9(02) VALUE 10.
       01  WS-MAX-DESTS             PIC 9(02) VALUE 8.
       01  WS-MAX-DEST-CODES        PIC 9(02) VALUE 20.
       01  WS-RULE-AMOUNT-CAPACITY  PIC S9(7)V9(4) VALUE 9999999.9999.

      *    LAYOUT FILE CHECK FIELDS. THE WIDTH LIMITS ARE THE SIZES OF
      *    CONVERT'S TEXT-VALUE-1, TEXT-VALUE-2 AND DECIMAL-VALUE-1-RAW
      *    RECEIVING FIELDS; THE STATE LINE CARRIES NO WIDTH.
       01  WS-LAYOUT-FIELD-COUNT    PIC 9(02) VALUE ZERO.
       01  WS-LAYOUT-COLUMN         PIC 9(02) VALUE ZERO.
       01  WS-LAYOUT-WIDTH          PIC 9(03) VALUE ZERO.
       01  WS-LAYOUT-FIELD-NAME     PIC X(08).
       01  WS-LAYOUT-WIDTH-LIMIT    PIC 9(03) VALUE ZERO.

      *    RULES FILE CHECK FIELDS.
       01  WS-NUMVAL-RESULT         PIC S9(14)V9(4) VALUE ZERO.
       01  WS-RULE-MIN-AMOUNT       PIC S9(7)V9(4) VALUE ZERO.
       01  WS-RULE-MAX-AMOUNT       PIC S9(7)V9(4) VALUE ZERO.
       01  WS-RULE-MIN-SWITCH       PIC X VALUE 'N'.
           88  RULE-MIN-VALID       VALUE 'Y'.
       01  WS-RULE-MAX-SWITCH       PIC X VALUE 'N'.
           88  RULE-MAX-VALID       VALUE 'Y'.
       01  WS-RULE-FLAG             PIC X(01).
       01  WS-STATE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-STATE-CODE            PIC X(02).
       01  WS-STATE-FOUND-SWITCH    PIC X VALUE 'N'.
           88  STATE-CODE-KNOWN     VALUE 'Y'.

      *    DISTRIBUTION LIST AND FEEDER LIST CHECK FIELDS.
       01  WS-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CODE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-FORMAT                PIC X(03).
       01  WS-CODE                  PIC X(04).
       01  WS-CURRENCY-CODE         PIC X(03).

      *    CALENDAR CHECK FIELDS.
       01  WS-CALENDAR-DATE         PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-DATE-LINE       PIC 9(04) VALUE ZERO.

       01  WS-TRIMMED-TEXT          PIC X(400).

       01  STATE-VALUES.
           05  FILLER           PIC X(32) VALUE "AKALASKA".
           05  FILLER           PIC X(32) VALUE "ALALABAMA".
           05  FILLER           PIC X(32) VALUE "ARARKANSAS".
           05  FILLER           PIC X(32) VALUE "ASAMERICAN SAMOA".
           05  FILLER           PIC X(32) VALUE "AZARIZONA".
           05  FILLER           PIC X(32) VALUE "CACALIFORNIA".
           05  FILLER           PIC X(32) VALUE "COCOLORADO".
           05  FILLER           PIC X(32) VALUE "CTCONNECTICUT".
           05  FILLER  PIC X(32) VALUE "DCDISTRICT OF COLUMBIA".
           05  FILLER           PIC X(32) VALUE "DEDELAWARE".
           05  FILLER           PIC X(32) VALUE "FLFLORIDA".
           05  FILLER           PIC X(32) VALUE "GAGEORGIA".
           05  FILLER           PIC X(32) VALUE "GUGUAM".
           05  FILLER           PIC X(32) VALUE "HIHAWAII".
           05  FILLER           PIC X(32) VALUE "IAIOWA".
           05  FILLER           PIC X(32) VALUE "IDIDAHO".
           05  FILLER           PIC X(32) VALUE "ILILLINOIS".
           05  FILLER           PIC X(32) VALUE "ININDIANA".
           05  FILLER           PIC X(32) VALUE "KSKANSAS".
           05  FILLER           PIC X(32) VALUE "KYKENTUCKY".
           05  FILLER           PIC X(32) VALUE "LALOUISIANA".
           05  FILLER           PIC X(32) VALUE "MAMASSACHUSETTS".
           05  FILLER           PIC X(32) VALUE "MDMARYLAND".
           05  FILLER           PIC X(32) VALUE "MEMAINE".
           05  FILLER           PIC X(32) VALUE "MIMICHIGAN".
           05  FILLER           PIC X(32) VALUE "MNMINNESOTA".
           05  FILLER           PIC X(32) VALUE "MOMISSOURI".
           05  FILLER  PIC X(32) VALUE "MPNORTHERN MARIANA ISLANDS".
           05  FILLER           PIC X(32) VALUE "MSMISSISSIPPI".
           05  FILLER           PIC X(32) VALUE "MTMONTANA".
           05  FILLER           PIC X(32) VALUE "NCNORTH CAROLINA".
           05  FILLER           PIC X(32) VALUE "NDNORTH DAKOTA".
           05  FILLER           PIC X(32) VALUE "NENEBRASKA".
           05  FILLER           PIC X(32) VALUE "NHNEW HAMPSHIRE".
           05  FILLER           PIC X(32) VALUE "NJNEW JERSEY".
           05  FILLER           PIC X(32) VALUE "NMNEW MEXICO".
           05  FILLER           PIC X(32) VALUE "NVNEVADA".
           05  FILLER           PIC X(32) VALUE "NYNEW YORK".
           05  FILLER           PIC X(32) VALUE "OHOHIO".
           05  FILLER           PIC X(32) VALUE "OKOKLAHOMA".
           05  FILLER           PIC X(32) VALUE "OROREGON".
           05  FILLER           PIC X(32) VALUE "PAPENNSYLVANIA".
           05  FILLER           PIC X(32) VALUE "PRPUERTO RICO".
           05  FILLER           PIC X(32) VALUE "RIRHODE ISLAND".
           05  FILLER           PIC X(32) VALUE "SCSOUTH CAROLINA".
           05  FILLER           PIC X(32) VALUE "SDSOUTH DAKOTA".
           05  FILLER           PIC X(32) VALUE "TNTENNESSEE".
           05  FILLER           PIC X(32) VALUE "TXTEXAS".
           05  FILLER           PIC X(32) VALUE "UTUTAH".
           05  FILLER           PIC X(32) VALUE "VAVIRGINIA".
           05  FILLER           PIC X(32) VALUE "VIVIRGIN ISLANDS".
           05  FILLER           PIC X(32) VALUE "VTVERMONT".
           05  FILLER           PIC X(32) VALUE "WAWASHINGTON".
           05  FILLER           PIC X(32) VALUE "WIWISCONSIN".
           05  FILLER           PIC X(32) VALUE "WVWEST VIRGINIA".
           05  FILLER           PIC X(32) VALUE "WYWYOMING".

       01  STATE-TABLE REDEFINES STATE-VALUES.
           05  STATE-TABLE-DATA OCCURS 56 TIMES
                          ASCENDING KEY STATE-TABLE-CODE
                          INDEXED BY STATE-INDEX.
               10  STATE-TABLE-CODE   PIC X(02).
               10  STATE-TABLE-NAME   PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM UNTIL END-OF-SESSION
               PERFORM 1000-MAIN-MENU
           END-PERFORM

           DISPLAY 'CTLMAINT: SESSION ENDED - ' WS-CHANGES-SAVED
               ' CHANGE(S) SAVED, ' WS-CHANGES-REFUSED
               ' REFUSED'
           IF  WS-CHANGES-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           MOVE SPACES TO AUDIT-FILENAME
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OPERATOR-PARM AUDIT-FILENAME
           END-UNSTRING

           IF  OPERATOR-PARM = SPACES
               DISPLAY 'USAGE: CTLMAINT OPERATOR-ID [AUDIT-FILENAME]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  AUDIT-FILENAME = SPACES
               MOVE './log/CTLMAINT.AUD' TO AUDIT-FILENAME
           END-IF
           .

       1000-MAIN-MENU.
           DISPLAY ' '
           DISPLAY 'CTLMAINT - CONTROL FILE MAINTENANCE - OPERATOR '
               OPERATOR-PARM
           PERFORM VARYING WS-FILE-KIND FROM 1 BY 1
                   UNTIL WS-FILE-KIND > 6
               DISPLAY '  ' WS-FILE-KIND '  '
                   WS-KIND-DESCRIPTION (WS-FILE-KIND) ' '
                   FUNCTION TRIM(WS-KIND-DEFAULT-NAME (WS-FILE-KIND))
           END-PERFORM
           DISPLAY '  X  END THE SESSION'
           DISPLAY 'SELECTION:'
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY

           EVALUATE TRUE
               WHEN WS-REPLY = SPACES
                   SET END-OF-SESSION TO TRUE
               WHEN FUNCTION UPPER-CASE(WS-REPLY (1:1)) = 'X'
                       AND WS-REPLY (2:) = SPACES
                   SET END-OF-SESSION TO TRUE
               WHEN WS-REPLY (1:1) >= '1' AND WS-REPLY (1:1) <= '6'
                       AND WS-REPLY (2:) = SPACES
                   MOVE WS-REPLY (1:1) TO WS-FILE-KIND
                   PERFORM 1100-OPEN-CONTROL-FILE
               WHEN OTHER
                   DISPLAY 'CTLMAINT: NOT A MENU SELECTION - '
                       FUNCTION TRIM(WS-REPLY)
           END-EVALUATE
           .

      *    NAME THE FILE, LOAD IT, SHOW IT AND CHECK IT AS IT STANDS,
      *    THEN WORK ON IT UNTIL THE OPERATOR RETURNS.
       1100-OPEN-CONTROL-FILE.
           DISPLAY FUNCTION TRIM(WS-KIND-DESCRIPTION (WS-FILE-KIND))
               ' FILE NAME (BLANK FOR '
               FUNCTION TRIM(WS-KIND-DEFAULT-NAME (WS-FILE-KIND))
               '):'
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF  WS-REPLY = SPACES
               MOVE WS-KIND-DEFAULT-NAME (WS-FILE-KIND)
                   TO WS-CONTROL-FILENAME
           ELSE
               MOVE FUNCTION TRIM(WS-REPLY) TO WS-CONTROL-FILENAME
           END-IF

           PERFORM 2000-LOAD-CONTROL-FILE
           PERFORM 3000-LIST-CONTROL-FILE
           PERFORM 4000-CHECK-CONTROL-FILE
           MOVE WS-ERROR-COUNT TO WS-FILE-ERROR-COUNT
           PERFORM 4950-SHOW-CHECK-RESULT

           MOVE 'N' TO WS-FILE-MENU-SWITCH
           PERFORM UNTIL LEAVE-FILE-MENU
               PERFORM 1200-FILE-MENU
           END-PERFORM
           .

       1200-FILE-MENU.
           DISPLAY ' '
           DISPLAY FUNCTION TRIM(WS-CONTROL-FILENAME)
               ' - L LIST  A ADD  C CHANGE  D DELETE  V CHECK  '
               'H HISTORY  R RETURN'
           DISPLAY 'ACTION:'
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF  WS-REPLY (2:) NOT = SPACES
               DISPLAY 'CTLMAINT: NOT A FILE MENU ACTION - '
                   FUNCTION TRIM(WS-REPLY)
           ELSE
               EVALUATE FUNCTION UPPER-CASE(WS-REPLY (1:1))
                   WHEN SPACE
                   WHEN 'R'
                       SET LEAVE-FILE-MENU TO TRUE
                   WHEN 'L'
                       PERFORM 3000-LIST-CONTROL-FILE
                   WHEN 'A'
                       PERFORM 6100-ADD-LINE
                   WHEN 'C'
                       PERFORM 6200-CHANGE-LINE
                   WHEN 'D'
                       PERFORM 6300-DELETE-LINE
                   WHEN 'V'
                       PERFORM 4000-CHECK-CONTROL-FILE
                       PERFORM 4950-SHOW-CHECK-RESULT
                   WHEN 'H'
                       PERFORM 3100-LIST-AUDIT-HISTORY
                   WHEN OTHER
                       DISPLAY 'CTLMAINT: NOT A FILE MENU ACTION - '
                           FUNCTION TRIM(WS-REPLY)
               END-EVALUATE
           END-IF
           .

      *    A FILE THAT IS NOT THERE YET (STATUS 35) STARTS EMPTY AND
      *    IS CREATED BY THE FIRST SAVED CHANGE.
       2000-LOAD-CONTROL-FILE.
           MOVE ZERO TO WS-LINE-COUNT
           OPEN INPUT CONTROL-FILE
           IF  WS-CONTROL-FILE-STATUS = '35'
               DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-CONTROL-FILENAME)
                   ' DOES NOT EXIST - STARTING A NEW FILE'
           ELSE
               IF  WS-CONTROL-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-CONTROL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2100-STORE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               MOVE SPACES TO EOF
           END-IF
           .

       2100-STORE-CONTROL-LINE.
           IF  WS-LINE-COUNT >= WS-MAX-LINES
               DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-CONTROL-FILENAME)
                   ' HAS MORE THAN ' WS-MAX-LINES ' LINES'
               CLOSE CONTROL-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE CONTROL-RECORD TO WS-LINE-TEXT (WS-LINE-COUNT)
           .

       3000-LIST-CONTROL-FILE.
           MOVE WS-LINE-COUNT TO WS-DISPLAY-LINE-NUMBER
           DISPLAY ' '
           DISPLAY FUNCTION TRIM(WS-CONTROL-FILENAME) ' - '
               FUNCTION TRIM(WS-DISPLAY-LINE-NUMBER) ' LINE(S)'
           IF  WS-LINE-COUNT = ZERO
               DISPLAY '  (EMPTY)'
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE WS-LINE-SUB TO WS-DISPLAY-LINE-NUMBER
               DISPLAY '  ' WS-DISPLAY-LINE-NUMBER '  '
                   FUNCTION TRIM(WS-LINE-TEXT (WS-LINE-SUB), TRAILING)
           END-PERFORM
           .

      *    EVERY SAVED CHANGE TO THE OPEN FILE, OLDEST FIRST, FROM THE
      *    SHARED AUDIT LOG - ANSWERS "WHO CHANGED THIS FILE, AND
      *    WHEN" WITHOUT LEAVING THE PROGRAM.
       3100-LIST-AUDIT-HISTORY.
           MOVE ZERO TO WS-AUDIT-ENTRIES
           DISPLAY ' '
           DISPLAY 'AUDIT HISTORY OF '
               FUNCTION TRIM(WS-CONTROL-FILENAME)
               ' FROM ' FUNCTION TRIM(AUDIT-FILENAME)
           OPEN INPUT AUDIT-FILE
           IF  WS-AUDIT-FILE-STATUS = '35'
               DISPLAY '  NO CHANGES ON RECORD'
           ELSE
               IF  WS-AUDIT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE AUDIT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF  AUD-CONTROL-FILENAME
                                   = WS-CONTROL-FILENAME
                               PERFORM 3110-SHOW-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE SPACES TO EOF
               MOVE WS-AUDIT-ENTRIES TO WS-DISPLAY-COUNT
               DISPLAY '  ' FUNCTION TRIM(WS-DISPLAY-COUNT)
                   ' CHANGE(S) ON RECORD'
           END-IF
           .

       3110-SHOW-AUDIT-ENTRY.
           ADD 1 TO WS-AUDIT-ENTRIES
           MOVE AUD-LINE-NUMBER TO WS-DISPLAY-LINE-NUMBER
           DISPLAY '  ' AUD-TIMESTAMP (1:8) ' ' AUD-TIMESTAMP (9:6)
               ' ' AUD-OPERATOR ' ' AUD-ACTION ' LINE '
               WS-DISPLAY-LINE-NUMBER
           IF  AUD-BEFORE-IMAGE NOT = SPACES
               DISPLAY '      BEFORE: '
                   FUNCTION TRIM(AUD-BEFORE-IMAGE, TRAILING)
           END-IF
           IF  AUD-AFTER-IMAGE NOT = SPACES
               DISPLAY '      AFTER:  '
                   FUNCTION TRIM(AUD-AFTER-IMAGE, TRAILING)
           END-IF
           .

      *    CHECKS THE WHOLE FILE IN THE TABLE AS ITS READER WOULD
      *    LOAD IT, DISPLAYING EVERY PROBLEM RATHER THAN STOPPING AT
      *    THE FIRST, AND LEAVES THE COUNT IN WS-ERROR-COUNT.
       4000-CHECK-CONTROL-FILE.
           MOVE ZERO TO WS-ERROR-COUNT
           IF  WS-KIND-LINE-LIMIT (WS-FILE-KIND) < 400
               PERFORM 4010-CHECK-LINE-LENGTH
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF
           EVALUATE TRUE
               WHEN LAYOUT-KIND
                   PERFORM 4100-CHECK-LAYOUT-FILE
               WHEN RULES-KIND
                   PERFORM 4200-CHECK-RULES-FILE
               WHEN DIST-LIST-KIND
                   PERFORM 4300-CHECK-DIST-LIST
               WHEN FEEDER-LIST-KIND
                   PERFORM 4400-CHECK-FEEDER-LIST
               WHEN CALENDAR-KIND
                   PERFORM 4500-CHECK-CALENDAR
               WHEN RETENTION-KIND
                   PERFORM 4600-CHECK-RETENTION-FILE
           END-EVALUATE
           .

      *    THE READER'S RECORD IS ONLY SO WIDE - ANYTHING PAST IT IS
      *    SILENTLY DROPPED ON THE READ.
       4010-CHECK-LINE-LENGTH.
           IF  WS-LINE-TEXT (WS-LINE-SUB)
                   (WS-KIND-LINE-LIMIT (WS-FILE-KIND) + 1:) NOT = SPACES
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'LINE IS LONGER THAN ' DELIMITED BY SIZE
                      WS-KIND-LINE-LIMIT (WS-FILE-KIND)
                          DELIMITED BY SIZE
                      ' CHARACTERS - THE REST IS NEVER READ'
                          DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           .

      *    SPLITS WS-LINE-TEXT (WS-LINE-SUB) INTO WS-TOKEN, WITH THE
      *    SAME POINTER TECHNIQUE DISTRIB USES FOR ITS CODES.
       4050-SPLIT-TOKENS.
           MOVE ZERO TO WS-TOKEN-COUNT
           MOVE 'N' TO WS-TOKEN-OVERFLOW-SWITCH
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-LINE-TEXT (WS-LINE-SUB), TRAILING))
               TO WS-REPLY-LENGTH
           MOVE 1 TO WS-TOKEN-POINTER
           PERFORM UNTIL WS-TOKEN-POINTER > WS-REPLY-LENGTH
                   OR TOO-MANY-TOKENS
               IF  WS-TOKEN-COUNT >= WS-MAX-TOKENS
                   SET TOO-MANY-TOKENS TO TRUE
               ELSE
                   ADD 1 TO WS-TOKEN-COUNT
                   UNSTRING WS-LINE-TEXT (WS-LINE-SUB)
                       DELIMITED BY ALL SPACE
                       INTO WS-TOKEN (WS-TOKEN-COUNT)
                       WITH POINTER WS-TOKEN-POINTER
                   END-UNSTRING
               END-IF
           END-PERFORM
           .

      *    THE LAYOUT FILE, AS CONVERT'S 0650-LOAD-RECORD-LAYOUT READS
      *    IT: LINE 1 THE FIELD COUNT, LINES 2-5 COLUMN (AND WIDTH)
      *    FOR TEXT1, STATE, TEXT2 AND AMOUNT, AN OPTIONAL LINE 6 THE
      *    CURRENCY COLUMN. A COLUMN PAST THE FIELD COUNT WOULD PASS
      *    CONVERT'S LOAD BUT REJECT EVERY RECORD, SO IT IS REFUSED.
       4100-CHECK-LAYOUT-FILE.
           MOVE ZERO TO WS-LAYOUT-FIELD-COUNT
           IF  WS-LINE-COUNT < 5
               MOVE ZERO TO WS-PROBLEM-LINE
               MOVE 'LAYOUT FILE NEEDS A FIELD COUNT LINE AND FOUR FIEL
      -            'D LINES' TO WS-PROBLEM-TEXT
               PERFORM 4900-REPORT-PROBLEM
           END-IF

           IF  WS-LINE-COUNT >= 1
               IF  WS-LINE-TEXT (1) (1:2) IS NOT NUMERIC
                       OR WS-LINE-TEXT (1) (1:2) = '00'
                       OR WS-LINE-TEXT (1) (1:2) > WS-MAX-RAW-FIELDS
                   MOVE 1 TO WS-PROBLEM-LINE
                   MOVE 'FIELD COUNT MUST BE TWO DIGITS, 01 TO 20'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   MOVE WS-LINE-TEXT (1) (1:2) TO WS-LAYOUT-FIELD-COUNT
               END-IF
           END-IF

           PERFORM 4110-CHECK-LAYOUT-FIELD-LINE
               VARYING WS-LINE-SUB FROM 2 BY 1
               UNTIL WS-LINE-SUB > 6 OR WS-LINE-SUB > WS-LINE-COUNT

           PERFORM VARYING WS-LINE-SUB FROM 7 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF  WS-LINE-TEXT (WS-LINE-SUB) NOT = SPACES
                   MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
                   MOVE 'CONVERT READS NO MORE THAN SIX LAYOUT LINES'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
           END-PERFORM
           .

       4110-CHECK-LAYOUT-FIELD-LINE.
           EVALUATE WS-LINE-SUB
               WHEN 2
                   MOVE 'TEXT1'    TO WS-LAYOUT-FIELD-NAME
                   MOVE 12         TO WS-LAYOUT-WIDTH-LIMIT
               WHEN 3
                   MOVE 'STATE'    TO WS-LAYOUT-FIELD-NAME
                   MOVE ZERO       TO WS-LAYOUT-WIDTH-LIMIT
               WHEN 4
                   MOVE 'TEXT2'    TO WS-LAYOUT-FIELD-NAME
                   MOVE 24         TO WS-LAYOUT-WIDTH-LIMIT
               WHEN 5
                   MOVE 'AMOUNT'   TO WS-LAYOUT-FIELD-NAME
                   MOVE 14         TO WS-LAYOUT-WIDTH-LIMIT
               WHEN OTHER
                   MOVE 'CURRENCY' TO WS-LAYOUT-FIELD-NAME
                   MOVE ZERO       TO WS-LAYOUT-WIDTH-LIMIT
           END-EVALUATE

      *    THE CURRENCY LINE IS OPTIONAL - BLANK MEANS NONE.
           IF  WS-LINE-SUB = 6 AND WS-LINE-TEXT (6) = SPACES
               CONTINUE
           ELSE
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               IF  WS-LINE-TEXT (WS-LINE-SUB) (1:2) IS NOT NUMERIC
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING FUNCTION TRIM(WS-LAYOUT-FIELD-NAME)
                              DELIMITED BY SIZE
                          ' COLUMN MUST BE TWO DIGITS IN POSITIONS 1-2'
                              DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   MOVE WS-LINE-TEXT (WS-LINE-SUB) (1:2)
                       TO WS-LAYOUT-COLUMN
                   IF  WS-LAYOUT-COLUMN < 1
                           OR WS-LAYOUT-COLUMN > WS-MAX-RAW-FIELDS
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING FUNCTION TRIM(WS-LAYOUT-FIELD-NAME)
                                  DELIMITED BY SIZE
                              ' COLUMN OUT OF RANGE 01 TO 20'
                                  DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM 4900-REPORT-PROBLEM
                   ELSE
                       IF  WS-LAYOUT-FIELD-COUNT > ZERO
                               AND WS-LAYOUT-COLUMN
                                   > WS-LAYOUT-FIELD-COUNT
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING FUNCTION TRIM(WS-LAYOUT-FIELD-NAME)
                                      DELIMITED BY SIZE
                                  ' COLUMN IS PAST THE FIELD COUNT ON '
                                      DELIMITED BY SIZE
                                  'LINE 1' DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           END-STRING
                           PERFORM 4900-REPORT-PROBLEM
                       END-IF
                   END-IF
               END-IF

               IF  WS-LAYOUT-WIDTH-LIMIT > ZERO
                   IF  WS-LINE-TEXT (WS-LINE-SUB) (4:3) IS NOT NUMERIC
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING FUNCTION TRIM(WS-LAYOUT-FIELD-NAME)
                                  DELIMITED BY SIZE
                              ' WIDTH MUST BE THREE DIGITS IN '
                                  DELIMITED BY SIZE
                              'POSITIONS 4-6' DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM 4900-REPORT-PROBLEM
                   ELSE
                       MOVE WS-LINE-TEXT (WS-LINE-SUB) (4:3)
                           TO WS-LAYOUT-WIDTH
                       IF  WS-LAYOUT-WIDTH < 1
                               OR WS-LAYOUT-WIDTH
                                   > WS-LAYOUT-WIDTH-LIMIT
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING FUNCTION TRIM(WS-LAYOUT-FIELD-NAME)
                                      DELIMITED BY SIZE
                                  ' WIDTH MUST BE 001 TO '
                                      DELIMITED BY SIZE
                                  WS-LAYOUT-WIDTH-LIMIT
                                      DELIMITED BY SIZE
                                  ' (RECEIVING FIELD SIZE)'
                                      DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           END-STRING
                           PERFORM 4900-REPORT-PROBLEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    THE BUSINESS RULES FILE, AS CONVERT'S 0660/0670 READ IT:
      *    MINIMUM, MAXIMUM, TEXT1 FLAG, TEXT2 FLAG, THEN ONE ALLOWED
      *    STATE CODE PER LINE. CONVERT STORES WHATEVER TWO CHARACTERS
      *    IT FINDS - HERE EACH MUST ALSO BE IN THE STATE TABLE, SINCE
      *    A CODE THAT IS NOT CAN NEVER MATCH A RECORD.
       4200-CHECK-RULES-FILE.
           MOVE 'N' TO WS-RULE-MIN-SWITCH
           MOVE 'N' TO WS-RULE-MAX-SWITCH
           MOVE ZERO TO WS-STATE-COUNT
           IF  WS-LINE-COUNT < 4
               MOVE ZERO TO WS-PROBLEM-LINE
               MOVE 'RULES FILE NEEDS MINIMUM, MAXIMUM, TEXT1 FLAG AND
      -            'TEXT2 FLAG LINES' TO WS-PROBLEM-TEXT
               PERFORM 4900-REPORT-PROBLEM
           END-IF

           IF  WS-LINE-COUNT >= 1
               MOVE 1 TO WS-LINE-SUB
               PERFORM 4210-CHECK-RULE-AMOUNT
               IF  RULE-MIN-VALID
                   MOVE WS-NUMVAL-RESULT TO WS-RULE-MIN-AMOUNT
               END-IF
           END-IF
           IF  WS-LINE-COUNT >= 2
               MOVE 2 TO WS-LINE-SUB
               PERFORM 4210-CHECK-RULE-AMOUNT
               IF  RULE-MAX-VALID
                   MOVE WS-NUMVAL-RESULT TO WS-RULE-MAX-AMOUNT
                   IF  RULE-MIN-VALID
                           AND WS-RULE-MAX-AMOUNT < WS-RULE-MIN-AMOUNT
                       MOVE 2 TO WS-PROBLEM-LINE
                       MOVE 'AMOUNT MAXIMUM IS BELOW MINIMUM'
                           TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   END-IF
               END-IF
           END-IF

           PERFORM VARYING WS-LINE-SUB FROM 3 BY 1
                   UNTIL WS-LINE-SUB > 4 OR WS-LINE-SUB > WS-LINE-COUNT
               MOVE FUNCTION UPPER-CASE(WS-LINE-TEXT (WS-LINE-SUB)
                       (1:1))
                   TO WS-RULE-FLAG
               IF  WS-RULE-FLAG NOT = 'R' AND WS-RULE-FLAG NOT = 'O'
                   MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
                   IF  WS-LINE-SUB = 3
                       MOVE 'TEXT1 FLAG IS NOT R OR O'
                           TO WS-PROBLEM-TEXT
                   ELSE
                       MOVE 'TEXT2 FLAG IS NOT R OR O'
                           TO WS-PROBLEM-TEXT
                   END-IF
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
           END-PERFORM

           PERFORM 4220-CHECK-ALLOWED-STATE
               VARYING WS-LINE-SUB FROM 5 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           .

      *    LINE 1 OR 2 - A PLAIN DECIMAL VALUE WITHIN THE CAPACITY OF
      *    CONVERT'S RULE FIELD, CHECKED AT FULL PRECISION AS 0660
      *    CHECKS IT.
       4210-CHECK-RULE-AMOUNT.
           MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
           IF  FUNCTION TEST-NUMVAL(WS-LINE-TEXT (WS-LINE-SUB) (1:40))
                   NOT = 0
               IF  WS-LINE-SUB = 1
                   MOVE 'AMOUNT MINIMUM IS NOT NUMERIC'
                       TO WS-PROBLEM-TEXT
               ELSE
                   MOVE 'AMOUNT MAXIMUM IS NOT NUMERIC'
                       TO WS-PROBLEM-TEXT
               END-IF
               PERFORM 4900-REPORT-PROBLEM
           ELSE
               COMPUTE WS-NUMVAL-RESULT = FUNCTION NUMVAL(
                   WS-LINE-TEXT (WS-LINE-SUB) (1:40))
               IF  FUNCTION ABS(WS-NUMVAL-RESULT)
                       > WS-RULE-AMOUNT-CAPACITY
                   IF  WS-LINE-SUB = 1
                       MOVE 'AMOUNT MINIMUM EXCEEDS FIELD CAPACITY OF 9
      -                    '999999.9999' TO WS-PROBLEM-TEXT
                   ELSE
                       MOVE 'AMOUNT MAXIMUM EXCEEDS FIELD CAPACITY OF 9
      -                    '999999.9999' TO WS-PROBLEM-TEXT
                   END-IF
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   IF  WS-LINE-SUB = 1
                       SET RULE-MIN-VALID TO TRUE
                   ELSE
                       SET RULE-MAX-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *    BLANK LINES ARE SKIPPED, AS CONVERT SKIPS THEM.
       4220-CHECK-ALLOWED-STATE.
           IF  WS-LINE-TEXT (WS-LINE-SUB) NOT = SPACES
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               ADD 1 TO WS-STATE-COUNT
               IF  WS-STATE-COUNT = WS-MAX-ALLOWED-STATES + 1
                   MOVE 'MORE THAN 56 ALLOWED STATES'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-LINE-TEXT (WS-LINE-SUB)
                       (1:2))
                   TO WS-STATE-CODE
               IF  WS-LINE-TEXT (WS-LINE-SUB) (3:) NOT = SPACES
                   MOVE 'ONE STATE CODE PER LINE - ONLY THE FIRST TWO C
      -                'HARACTERS ARE READ' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               PERFORM 4800-LOOKUP-STATE-CODE
               IF  NOT STATE-CODE-KNOWN
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING 'STATE CODE ' DELIMITED BY SIZE
                          WS-STATE-CODE DELIMITED BY SIZE
                          ' IS NOT IN THE STATE TABLE'
                              DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               PERFORM VARYING WS-OTHER-SUB FROM 5 BY 1
                       UNTIL WS-OTHER-SUB >= WS-LINE-SUB
                   IF  FUNCTION UPPER-CASE(WS-LINE-TEXT (WS-OTHER-SUB)
                           (1:2)) = WS-STATE-CODE
                       MOVE WS-OTHER-SUB TO WS-DISPLAY-LINE-NUMBER
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING 'STATE CODE ' DELIMITED BY SIZE
                              WS-STATE-CODE DELIMITED BY SIZE
                              ' IS ALREADY ON LINE ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DISPLAY-LINE-NUMBER)
                                  DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM 4900-REPORT-PROBLEM
                   END-IF
               END-PERFORM
           END-IF
           .

      *    THE DISTRIBUTION LIST, AS DISTRIB'S 0600/0610/0620 READ IT:
      *    ONE DESTINATION PER NON-BLANK LINE - OUTPUT FILE, FIX OR
      *    DEL, THEN ONE TO TWENTY CODES. A TWO-CHARACTER CODE SELECTS
      *    A STATE AND MUST BE IN THE STATE TABLE; DISTRIB KEEPS ONLY
      *    FOUR CHARACTERS OF A CODE, SO A LONGER ONE IS REFUSED.
       4300-CHECK-DIST-LIST.
           MOVE ZERO TO WS-ENTRY-COUNT
           PERFORM 4310-CHECK-DESTINATION
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           IF  WS-ENTRY-COUNT = ZERO
               MOVE ZERO TO WS-PROBLEM-LINE
               MOVE 'DISTRIBUTION LIST HAS NO ENTRIES'
                   TO WS-PROBLEM-TEXT
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           .

       4310-CHECK-DESTINATION.
           IF  WS-LINE-TEXT (WS-LINE-SUB) NOT = SPACES
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               ADD 1 TO WS-ENTRY-COUNT
               IF  WS-ENTRY-COUNT = WS-MAX-DESTS + 1
                   MOVE 'MORE THAN 8 DESTINATIONS' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               PERFORM 4050-SPLIT-TOKENS

               IF  WS-TOKEN (1) = SPACES
                   MOVE 'ENTRY HAS NO OUTPUT FILE' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   IF  WS-TOKEN (1) (121:) NOT = SPACES
                       MOVE 'OUTPUT FILE NAME IS LONGER THAN 120 CHARAC
      -                    'TERS' TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   END-IF
               END-IF

               MOVE FUNCTION UPPER-CASE(WS-TOKEN (2) (1:3))
                   TO WS-FORMAT
               IF  (WS-FORMAT NOT = 'FIX' AND WS-FORMAT NOT = 'DEL')
                       OR WS-TOKEN (2) (4:) NOT = SPACES
                   MOVE 'FORMAT IS NOT FIX OR DEL' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF

               MOVE ZERO TO WS-CODE-COUNT
               PERFORM 4320-CHECK-DESTINATION-CODE
                   VARYING WS-TOKEN-SUB FROM 3 BY 1
                   UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT
               IF  WS-CODE-COUNT = ZERO
                   MOVE 'ENTRY HAS NO CODES' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               IF  WS-CODE-COUNT > WS-MAX-DEST-CODES
                       OR TOO-MANY-TOKENS
                   MOVE 'ENTRY HAS MORE THAN 20 CODES'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
           END-IF
           .

       4320-CHECK-DESTINATION-CODE.
           IF  WS-TOKEN (WS-TOKEN-SUB) NOT = SPACES
               ADD 1 TO WS-CODE-COUNT
               MOVE FUNCTION UPPER-CASE(WS-TOKEN (WS-TOKEN-SUB) (1:4))
                   TO WS-CODE
               EVALUATE TRUE
                   WHEN WS-TOKEN (WS-TOKEN-SUB) (5:) NOT = SPACES
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING 'CODE ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-TOKEN (WS-TOKEN-SUB))
                                  DELIMITED BY SIZE
                              ' IS LONGER THAN FOUR CHARACTERS'
                                  DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM 4900-REPORT-PROBLEM
                   WHEN WS-CODE = '*'
                       CONTINUE
                   WHEN WS-CODE (2:3) = SPACES
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING 'CODE ' DELIMITED BY SIZE
                              WS-CODE (1:1) DELIMITED BY SIZE
                              ' IS NOT A STATE, A SOURCE SYSTEM OR *'
                                  DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM 4900-REPORT-PROBLEM
                   WHEN WS-CODE (3:2) = SPACES
                       MOVE WS-CODE (1:2) TO WS-STATE-CODE
                       PERFORM 4800-LOOKUP-STATE-CODE
                       IF  NOT STATE-CODE-KNOWN
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING 'STATE CODE ' DELIMITED BY SIZE
                                  WS-STATE-CODE DELIMITED BY SIZE
                                  ' IS NOT IN THE STATE TABLE'
                                      DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           END-STRING
                           PERFORM 4900-REPORT-PROBLEM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *    THE FEEDER LIST, AS CONVERT'S 0680/0690 READ IT: ONE FEED
      *    PER NON-BLANK LINE - INPUT FILE, LAYOUT FILE OR '*', SOURCE
      *    SYSTEM, THEN OPTIONALLY CONTROL FILE OR '*' AND CURRENCY.
      *    A NAMED LAYOUT FILE MUST EXIST - CONVERT WOULD ONLY FIND
      *    OUT WHEN IT CAME TO THAT FEED. THE INPUT AND CONTROL FILES
      *    ARRIVE WITH THE FEED, SO THEY ARE NOT LOOKED FOR HERE.
       4400-CHECK-FEEDER-LIST.
           MOVE ZERO TO WS-ENTRY-COUNT
           PERFORM 4410-CHECK-FEEDER-ENTRY
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           IF  WS-ENTRY-COUNT = ZERO
               MOVE ZERO TO WS-PROBLEM-LINE
               MOVE 'FEEDER LIST HAS NO ENTRIES' TO WS-PROBLEM-TEXT
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           .

       4410-CHECK-FEEDER-ENTRY.
           IF  WS-LINE-TEXT (WS-LINE-SUB) NOT = SPACES
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               ADD 1 TO WS-ENTRY-COUNT
               IF  WS-ENTRY-COUNT = WS-MAX-FEEDERS + 1
                   MOVE 'MORE THAN 10 FEEDERS' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               PERFORM 4050-SPLIT-TOKENS

               IF  WS-TOKEN (1) = SPACES
                   MOVE 'ENTRY HAS NO INPUT FILE' TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
               IF  WS-TOKEN (1) (121:) NOT = SPACES
                       OR WS-TOKEN (2) (121:) NOT = SPACES
                       OR WS-TOKEN (4) (121:) NOT = SPACES
                   MOVE 'A FILE NAME IS LONGER THAN 120 CHARACTERS'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF

               EVALUATE TRUE
                   WHEN WS-TOKEN (2) = SPACES
                       MOVE 'ENTRY HAS NO LAYOUT FILE (* FOR NONE)'
                           TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   WHEN WS-TOKEN (2) = '*'
                       CONTINUE
                   WHEN OTHER
                       PERFORM 4420-CHECK-LAYOUT-EXISTS
               END-EVALUATE

               IF  WS-TOKEN (3) = SPACES
                   MOVE 'ENTRY HAS NO SOURCE SYSTEM CODE'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   IF  WS-TOKEN (3) (5:) NOT = SPACES
                       MOVE 'SOURCE SYSTEM CODE IS LONGER THAN FOUR CHA
      -                    'RACTERS' TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   END-IF
               END-IF

      *        THE SAME CURRENCY EDIT AS CONVERT'S 0695.
               IF  WS-TOKEN (5) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TOKEN (5) (1:3))
                       TO WS-CURRENCY-CODE
                   IF  WS-TOKEN (5) (4:) NOT = SPACES
                           OR WS-CURRENCY-CODE IS NOT ALPHABETIC
                           OR WS-CURRENCY-CODE (3:1) = SPACE
                       MOVE 'CURRENCY CODE MUST BE THREE LETTERS'
                           TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   END-IF
               END-IF

               IF  WS-TOKEN-COUNT > 5
                   MOVE 'UNEXPECTED TEXT AFTER THE CURRENCY CODE'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
           END-IF
           .

       4420-CHECK-LAYOUT-EXISTS.
           MOVE WS-TOKEN (2) TO WS-CHECK-FILENAME
           OPEN INPUT CHECK-FILE
           IF  WS-CHECK-FILE-STATUS = '00'
               CLOSE CHECK-FILE
           ELSE
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'LAYOUT FILE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHECK-FILENAME)
                          DELIMITED BY SIZE
                      ' CANNOT BE OPENED - STATUS ' DELIMITED BY SIZE
                      WS-CHECK-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           .

      *    THE BUSINESS-DATE CALENDAR, AS THE JOBS' CALENDAR LOOKUP
      *    READS IT: ONE YYYYMMDD DATE PER LINE. THE LOOKUP TAKES THE
      *    LAST QUALIFYING DATE IN FILE ORDER AND QUIETLY SKIPS A LINE
      *    THAT IS NOT EIGHT DIGITS, SO HERE EVERY DATE MUST BE A REAL
      *    ONE AND LATER THAN THE ONE BEFORE IT.
       4500-CHECK-CALENDAR.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-PRIOR-DATE
           MOVE ZERO TO WS-PRIOR-DATE-LINE
           PERFORM 4510-CHECK-CALENDAR-DATE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           IF  WS-ENTRY-COUNT = ZERO
               MOVE ZERO TO WS-PROBLEM-LINE
               MOVE 'CALENDAR HAS NO BUSINESS DATES' TO WS-PROBLEM-TEXT
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           .

       4510-CHECK-CALENDAR-DATE.
           IF  WS-LINE-TEXT (WS-LINE-SUB) NOT = SPACES
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               ADD 1 TO WS-ENTRY-COUNT
               IF  WS-LINE-TEXT (WS-LINE-SUB) (1:8) IS NOT NUMERIC
                       OR WS-LINE-TEXT (WS-LINE-SUB) (9:) NOT = SPACES
                   MOVE 'NOT AN EIGHT-DIGIT YYYYMMDD DATE'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   MOVE WS-LINE-TEXT (WS-LINE-SUB) (1:8)
                       TO WS-CALENDAR-DATE
                   IF  FUNCTION TEST-DATE-YYYYMMDD(WS-CALENDAR-DATE)
                           NOT = 0
                       MOVE 'NOT A VALID CALENDAR DATE'
                           TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   ELSE
                       IF  WS-CALENDAR-DATE <= WS-PRIOR-DATE
                           MOVE WS-PRIOR-DATE-LINE
                               TO WS-DISPLAY-LINE-NUMBER
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING 'DATE IS NOT LATER THAN '
                                      DELIMITED BY SIZE
                                  WS-PRIOR-DATE DELIMITED BY SIZE
                                  ' ON LINE ' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-DISPLAY-LINE-NUMBER)
                                      DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           END-STRING
                           PERFORM 4900-REPORT-PROBLEM
                       ELSE
                           MOVE WS-CALENDAR-DATE TO WS-PRIOR-DATE
                           MOVE WS-LINE-SUB TO WS-PRIOR-DATE-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    THE RETENTION FILE, AS HOUSEKEEP.sh READS IT: LINE 1 THE
      *    DAYS A FILE STAYS ONLINE, LINE 2 THE FURTHER DAYS ITS
      *    ARCHIVE IS KEPT - WHOLE NUMBERS, NOTHING ELSE READ.
       4600-CHECK-RETENTION-FILE.
           IF  WS-LINE-COUNT < 2
               MOVE ZERO TO WS-PROBLEM-LINE
               MOVE 'RETENTION FILE NEEDS ONLINE DAYS AND ARCHIVE DAYS
      -            'LINES' TO WS-PROBLEM-TEXT
               PERFORM 4900-REPORT-PROBLEM
           END-IF

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 2 OR WS-LINE-SUB > WS-LINE-COUNT
               MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
               IF  WS-LINE-TEXT (WS-LINE-SUB) = SPACES
                   MOVE 'DAYS MUST BE A WHOLE NUMBER, 0 TO 9999'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               ELSE
                   MOVE FUNCTION TRIM(WS-LINE-TEXT (WS-LINE-SUB))
                       TO WS-TRIMMED-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           WS-LINE-TEXT (WS-LINE-SUB)))
                       TO WS-REPLY-LENGTH
                   IF  WS-REPLY-LENGTH > 4
                           OR WS-TRIMMED-TEXT (1:WS-REPLY-LENGTH)
                               IS NOT NUMERIC
                       MOVE 'DAYS MUST BE A WHOLE NUMBER, 0 TO 9999'
                           TO WS-PROBLEM-TEXT
                       PERFORM 4900-REPORT-PROBLEM
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LINE-SUB FROM 3 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF  WS-LINE-TEXT (WS-LINE-SUB) NOT = SPACES
                   MOVE WS-LINE-SUB TO WS-PROBLEM-LINE
                   MOVE 'HOUSEKEEP READS ONLY THE FIRST TWO LINES'
                       TO WS-PROBLEM-TEXT
                   PERFORM 4900-REPORT-PROBLEM
               END-IF
           END-PERFORM
           .

       4800-LOOKUP-STATE-CODE.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           SEARCH ALL STATE-TABLE-DATA
               AT END
                   CONTINUE
               WHEN STATE-TABLE-CODE (STATE-INDEX) = WS-STATE-CODE
                   SET STATE-CODE-KNOWN TO TRUE
           END-SEARCH
           .

      *    WS-PROBLEM-LINE ZERO MEANS THE PROBLEM IS WITH THE FILE AS
      *    A WHOLE RATHER THAN ONE LINE OF IT.
       4900-REPORT-PROBLEM.
           ADD 1 TO WS-ERROR-COUNT
           IF  WS-PROBLEM-LINE = ZERO
               DISPLAY '  FILE      - ' FUNCTION TRIM(WS-PROBLEM-TEXT)
           ELSE
               MOVE WS-PROBLEM-LINE TO WS-DISPLAY-LINE-NUMBER
               DISPLAY '  LINE ' WS-DISPLAY-LINE-NUMBER ' - '
                   FUNCTION TRIM(WS-PROBLEM-TEXT)
           END-IF
           .

       4950-SHOW-CHECK-RESULT.
           IF  WS-ERROR-COUNT = ZERO
               DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-CONTROL-FILENAME)
                   ' CHECKS CLEAN'
           ELSE
               MOVE WS-ERROR-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-CONTROL-FILENAME)
                   ' HAS ' FUNCTION TRIM(WS-DISPLAY-COUNT)
                   ' PROBLEM(S) - THE NIGHTLY RUN WOULD STOP OR '
                   'MISBEHAVE ON IT'
           END-IF
           .

      *    THE TABLE HOLDS THE CHANGED FILE. IT IS CHECKED WHOLE; IF
      *    IT PASSES (OR, FOR A FILE ALREADY IN ERROR, IS BETTER THAN
      *    IT WAS) THE FILE IS REWRITTEN AND THE CHANGE AUDITED, IN
      *    THAT ORDER AS RECFIX DOES. OTHERWISE THE TABLE IS PUT BACK
      *    AND THE FILE ON DISK IS NEVER TOUCHED.
       5000-SAVE-CHANGE.
           PERFORM 4000-CHECK-CONTROL-FILE
           IF  WS-ERROR-COUNT = ZERO
                   OR WS-ERROR-COUNT < WS-FILE-ERROR-COUNT
               PERFORM 5100-REWRITE-CONTROL-FILE
               PERFORM 5200-WRITE-AUDIT-RECORD
               MOVE WS-ERROR-COUNT TO WS-FILE-ERROR-COUNT
               ADD 1 TO WS-CHANGES-SAVED
               MOVE WS-CHANGED-LINE TO WS-DISPLAY-LINE-NUMBER
               DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-ACTION)
                   ' OF LINE ' FUNCTION TRIM(WS-DISPLAY-LINE-NUMBER)
                   ' SAVED TO ' FUNCTION TRIM(WS-CONTROL-FILENAME)
                   ' BY ' OPERATOR-PARM
               IF  WS-ERROR-COUNT > ZERO
                   PERFORM 4950-SHOW-CHECK-RESULT
               END-IF
           ELSE
               MOVE WS-PRIOR-LINE-COUNT TO WS-LINE-COUNT
               MOVE WS-PRIOR-LINE-TABLE TO WS-LINE-TABLE
               ADD 1 TO WS-CHANGES-REFUSED
               DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-ACTION)
                   ' REFUSED - THE PROBLEMS ABOVE MUST BE PUT RIGHT '
                   'FIRST; ' FUNCTION TRIM(WS-CONTROL-FILENAME)
                   ' IS UNCHANGED'
           END-IF
           .

       5100-REWRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF  WS-CONTROL-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-CONTROL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE WS-LINE-TEXT (WS-LINE-SUB) TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               IF  WS-CONTROL-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ABEND-OPERATION
                   MOVE WS-CONTROL-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-CONTROL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE CONTROL-FILE
           .

      *    THE AUDIT TRAIL - APPENDED, NEVER REWRITTEN. OPEN EXTEND
      *    FAILING WITH A NOT-FOUND STATUS MEANS FIRST CHANGE EVER
      *    SAVED - IT IS CREATED, AS RECFIX CREATES ITS AUDIT FILE.
       5200-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF  WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF  WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE AUDIT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP
           MOVE OPERATOR-PARM TO AUD-OPERATOR
           MOVE WS-ACTION TO AUD-ACTION
           MOVE WS-CHANGED-LINE TO AUD-LINE-NUMBER
           MOVE WS-CONTROL-FILENAME TO AUD-CONTROL-FILENAME
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF  WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE AUDIT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           CLOSE AUDIT-FILE
           .

       6100-ADD-LINE.
           IF  WS-LINE-COUNT >= WS-MAX-LINES
               DISPLAY 'CTLMAINT: FILE IS FULL AT ' WS-MAX-LINES
                   ' LINES - NOTHING ADDED'
           ELSE
               DISPLAY 'ADD AFTER LINE (0 FOR THE TOP, BLANK FOR THE '
                   'END):'
               PERFORM 6900-ACCEPT-LINE-NUMBER
               IF  LINE-NUMBER-BLANK
                   MOVE WS-LINE-COUNT TO WS-LINE-NUMBER
                   SET LINE-NUMBER-VALID TO TRUE
               END-IF
               IF  LINE-NUMBER-VALID
                       AND WS-LINE-NUMBER > WS-LINE-COUNT
                   MOVE WS-LINE-NUMBER TO WS-DISPLAY-LINE-NUMBER
                   DISPLAY 'CTLMAINT: THERE IS NO LINE '
                       FUNCTION TRIM(WS-DISPLAY-LINE-NUMBER)
                   MOVE 'N' TO WS-LINE-NUMBER-SWITCH
               END-IF
               IF  LINE-NUMBER-VALID
                   DISPLAY 'NEW LINE (BLANK TO CANCEL):'
                   MOVE SPACES TO WS-REPLY
                   ACCEPT WS-REPLY
                   IF  WS-REPLY = SPACES
                       DISPLAY 'CTLMAINT: NOTHING ADDED'
                   ELSE
                       MOVE WS-LINE-COUNT TO WS-PRIOR-LINE-COUNT
                       MOVE WS-LINE-TABLE TO WS-PRIOR-LINE-TABLE
                       PERFORM VARYING WS-SHIFT-SUB FROM WS-LINE-COUNT
                               BY -1
                               UNTIL WS-SHIFT-SUB <= WS-LINE-NUMBER
                           MOVE WS-LINE-TEXT (WS-SHIFT-SUB)
                               TO WS-LINE-TEXT (WS-SHIFT-SUB + 1)
                       END-PERFORM
                       ADD 1 TO WS-LINE-COUNT
                       ADD 1 TO WS-LINE-NUMBER
                       MOVE WS-REPLY TO WS-LINE-TEXT (WS-LINE-NUMBER)
                       MOVE 'ADD' TO WS-ACTION
                       MOVE WS-LINE-NUMBER TO WS-CHANGED-LINE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-REPLY TO WS-AFTER-IMAGE
                       PERFORM 5000-SAVE-CHANGE
                   END-IF
               END-IF
           END-IF
           .

       6200-CHANGE-LINE.
           DISPLAY 'LINE NUMBER TO CHANGE:'
           PERFORM 6900-ACCEPT-LINE-NUMBER
           PERFORM 6910-EDIT-EXISTING-LINE
           IF  LINE-NUMBER-VALID
               DISPLAY 'NEW LINE (BLANK TO CANCEL):'
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               EVALUATE TRUE
                   WHEN WS-REPLY = SPACES
                       DISPLAY 'CTLMAINT: NOTHING CHANGED'
                   WHEN WS-REPLY = WS-LINE-TEXT (WS-LINE-NUMBER)
                       DISPLAY 'CTLMAINT: LINE IS THE SAME - NOTHING '
                           'CHANGED'
                   WHEN OTHER
                       MOVE WS-LINE-COUNT TO WS-PRIOR-LINE-COUNT
                       MOVE WS-LINE-TABLE TO WS-PRIOR-LINE-TABLE
                       MOVE 'CHANGE' TO WS-ACTION
                       MOVE WS-LINE-NUMBER TO WS-CHANGED-LINE
                       MOVE WS-LINE-TEXT (WS-LINE-NUMBER)
                           TO WS-BEFORE-IMAGE
                       MOVE WS-REPLY TO WS-AFTER-IMAGE
                       MOVE WS-REPLY TO WS-LINE-TEXT (WS-LINE-NUMBER)
                       PERFORM 5000-SAVE-CHANGE
               END-EVALUATE
           END-IF
           .

       6300-DELETE-LINE.
           DISPLAY 'LINE NUMBER TO DELETE:'
           PERFORM 6900-ACCEPT-LINE-NUMBER
           PERFORM 6910-EDIT-EXISTING-LINE
           IF  LINE-NUMBER-VALID
               DISPLAY 'DELETE THIS LINE (Y/N):'
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF  FUNCTION UPPER-CASE(WS-REPLY (1:1)) = 'Y'
                       AND WS-REPLY (2:) = SPACES
                   MOVE WS-LINE-COUNT TO WS-PRIOR-LINE-COUNT
                   MOVE WS-LINE-TABLE TO WS-PRIOR-LINE-TABLE
                   MOVE 'DELETE' TO WS-ACTION
                   MOVE WS-LINE-NUMBER TO WS-CHANGED-LINE
                   MOVE WS-LINE-TEXT (WS-LINE-NUMBER)
                       TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-LINE-NUMBER
                           BY 1
                           UNTIL WS-SHIFT-SUB >= WS-LINE-COUNT
                       MOVE WS-LINE-TEXT (WS-SHIFT-SUB + 1)
                           TO WS-LINE-TEXT (WS-SHIFT-SUB)
                   END-PERFORM
                   MOVE SPACES TO WS-LINE-TEXT (WS-LINE-COUNT)
                   SUBTRACT 1 FROM WS-LINE-COUNT
                   PERFORM 5000-SAVE-CHANGE
               ELSE
                   DISPLAY 'CTLMAINT: NOTHING DELETED'
               END-IF
           END-IF
           .

      *    A LINE NUMBER FROM THE OPERATOR - UP TO FOUR DIGITS, OR
      *    BLANK, WHICH THE CALLER MAY TREAT AS A DEFAULT.
       6900-ACCEPT-LINE-NUMBER.
           MOVE 'N' TO WS-LINE-NUMBER-SWITCH
           MOVE ZERO TO WS-LINE-NUMBER
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF  WS-REPLY = SPACES
               SET LINE-NUMBER-BLANK TO TRUE
           ELSE
               MOVE FUNCTION TRIM(WS-REPLY) TO WS-TRIMMED-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REPLY))
                   TO WS-REPLY-LENGTH
               IF  WS-REPLY-LENGTH > 4
                       OR WS-TRIMMED-TEXT (1:WS-REPLY-LENGTH)
                           IS NOT NUMERIC
                   DISPLAY 'CTLMAINT: NOT A LINE NUMBER - '
                       FUNCTION TRIM(WS-REPLY)
               ELSE
                   MOVE WS-TRIMMED-TEXT (1:WS-REPLY-LENGTH)
                       TO WS-LINE-NUMBER
                   SET LINE-NUMBER-VALID TO TRUE
               END-IF
           END-IF
           .

      *    A CHANGE OR DELETE MUST NAME A LINE THAT IS THERE; IT IS
      *    SHOWN BEFORE THE OPERATOR COMMITS TO ANYTHING.
       6910-EDIT-EXISTING-LINE.
           IF  LINE-NUMBER-BLANK
               MOVE 'N' TO WS-LINE-NUMBER-SWITCH
           END-IF
           IF  LINE-NUMBER-VALID
               IF  WS-LINE-NUMBER < 1 OR WS-LINE-NUMBER > WS-LINE-COUNT
                   MOVE WS-LINE-NUMBER TO WS-DISPLAY-LINE-NUMBER
                   DISPLAY 'CTLMAINT: THERE IS NO LINE '
                       FUNCTION TRIM(WS-DISPLAY-LINE-NUMBER)
                   MOVE 'N' TO WS-LINE-NUMBER-SWITCH
               ELSE
                   MOVE WS-LINE-NUMBER TO WS-DISPLAY-LINE-NUMBER
                   DISPLAY '  ' WS-DISPLAY-LINE-NUMBER '  '
                       FUNCTION TRIM(WS-LINE-TEXT (WS-LINE-NUMBER),
                           TRAILING)
               END-IF
           END-IF
           .

       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'CTLMAINT: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
