      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   TRACE ONE OUTPUT RECORD BACK TO WHERE IT CAME FROM
      *            AND FORWARD THROUGH EVERYTHING THAT HAS HAPPENED TO
      *            IT SINCE - FOR THE DAY DOWNSTREAM QUESTIONS A
      *            FIGURE. FOR THE REQUESTED RECORD IT SHOWS:
      *              - THE RECORD AS IT NOW STANDS ON THE OUTPUT FILE;
      *              - ITS LINEAGE ENTRY (OUTPUT-FILENAME.LIN, WRITTEN
      *                BY CONVERT, REPROC, CONVMERG, LATEMERG AND
      *                SUSREL - SEE
      *                copybooks/LINEAGE.CPY): THE WRITING PROGRAM,
      *                RUN, BUSINESS DATE, CHUNK AND SOURCE SYSTEM;
      *              - THE ORIGINAL INPUT LINE, READ BACK FROM THE
      *                INPUT FILE THE LINEAGE NAMES - FOR A RECORD
      *                REPROC REPAIRED, THE LINE OF THE CORRECTED
      *                EXCEPTION FILE, WITH THE EXCEPTION NUMBER AND
      *                THE REASON THE RECORD FIRST FAILED;
      *              - EVERY RECFIX CORRECTION AGAINST IT, FROM THE
      *                AUDIT FILE OUTPUT-FILENAME.AUD (IDX FILES ONLY -
      *                RECFIX CORRECTS NOTHING ELSE);
      *              - EVERY DISTRIB EXTRACT IT WAS WRITTEN TO, FROM
      *                THE ROUTING LOG OUTPUT-FILENAME.DSL.
      *            ANY OF THE SIDE FILES MAY BE ABSENT - AN OUTPUT
      *            FROM BEFORE LINEAGE WAS KEPT, A FILE NEVER
      *            CORRECTED OR NEVER DISTRIBUTED, AN INPUT FILE SINCE
      *            PURGED - AND IS REPORTED AS SUCH, NOT AS AN ERROR.
      *
      * USAGE:     RECTRACE OUTPUT-FILENAME KEY [FILE-MODE]
      *
      *            OUTPUT-FILENAME is the output file as CONVERT (or
      *            CONVMERG) left it. FILE-MODE is SEQ (default) or IDX
      *            and describes its organization, as on STSUMM. KEY
      *            is the record's position among the file's data
      *            records, 1 up, for a SEQ file, or its nine-character
      *            IDX-KEY (e.g. NJ0000123) for an IDX file - whose
      *            sequence number is that same position. OUTPUT GOES
      *            TO THE TERMINAL - THIS IS A DESK UTILITY, NOT A
      *            BATCH REPORT.
      *
      *            RETURN CODES: 0 RECORD TRACED, 4 NO SUCH RECORD ON
      *            THE OUTPUT FILE, 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRACE-INPUT-FILE ASSIGN TO OUTPUT-FILENAME
           FILE STATUS IS WS-INPUT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ALTERNATE TO TRACE-INPUT-FILE, USED INSTEAD OF IT WHEN
      *    FILE-MODE IS IDX. SHARES OUTPUT-FILENAME SINCE ONLY ONE OF
      *    THE TWO IS EVER OPENED IN A GIVEN RUN.
       SELECT INDEXED-INPUT-FILE ASSIGN TO OUTPUT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-KEY
           FILE STATUS IS WS-INDEXED-INPUT-FILE-STATUS.

       SELECT LINEAGE-FILE ASSIGN TO WS-LINEAGE-FILENAME
           FILE STATUS IS WS-LINEAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    THE INPUT FILE A LINEAGE ENTRY NAMES - REOPENED UNDER EACH
      *    ENTRY'S FILENAME IN TURN.
       SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILENAME
           FILE STATUS IS WS-SOURCE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
           FILE STATUS IS WS-AUDIT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ROUTING-LOG-FILE ASSIGN TO WS-ROUTING-LOG-FILENAME
           FILE STATUS IS WS-ROUTING-LOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRACE-INPUT-FILE.
       01 TRACE-INPUT-RECORD.
          COPY OUTPUT.
      *    TRAILER PSEUDO-RECORD AS CONVERT WRITES IT.
       01 TRACE-TRAILER-RECORD REDEFINES TRACE-INPUT-RECORD.
           05  TT-TRAILER-ID         PIC X(07).
           05  TT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

      *    THE INDEXED OUTPUT RECORD, EXACTLY AS CONVERT BUILDS IT IN
      *    IDX MODE.
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

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          COPY LINEAGE.

      *    WIDE ENOUGH FOR A FEED LINE OR AN EXCEPTION-FILE LINE. THE
      *    REDEFINITION IS CONVERT'S EXCEPTION-RECORD, USED WHEN THE
      *    LINEAGE ENTRY IS A REPROC ONE.
       FD SOURCE-FILE.
       01 SOURCE-RECORD PIC X(260).
       01 SOURCE-REJECT-RECORD REDEFINES SOURCE-RECORD.
           05  SR-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(01).
           05  SR-REASON-TEXT        PIC X(30).
           05  FILLER                PIC X(01).
           05  SR-ORIGINAL-RECORD    PIC X(200).
           05  FILLER                PIC X(24).

      *    RECFIX'S AUDIT-RECORD. THE FIRST NINE BYTES OF THE BEFORE
      *    IMAGE ARE THE CORRECTED RECORD'S IDX-KEY.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05  AUD-TIMESTAMP         PIC X(14).
           05  FILLER                PIC X(01).
           05  AUD-OPERATOR          PIC X(08).
           05  FILLER                PIC X(01).
           05  AUD-FIELD             PIC X(04).
           05  FILLER                PIC X(01).
           05  AUD-BEFORE-IMAGE      PIC X(106).
           05  FILLER                PIC X(01).
           05  AUD-AFTER-IMAGE       PIC X(106).

      *    DISTRIB'S ROUTING-LOG-RECORD - KEEP THE TWO IN STEP.
       FD ROUTING-LOG-FILE.
       01 ROUTING-LOG-RECORD.
           05  RL-OUTPUT-POSITION    PIC 9(09).
           05  FILLER                PIC X(01).
           05  RL-OUTPUT-KEY         PIC X(09).
           05  FILLER                PIC X(01).
           05  RL-DEST-NUMBER        PIC 9(02).
           05  FILLER                PIC X(01).
           05  RL-DEST-FORMAT        PIC X(03).
           05  FILLER                PIC X(01).
           05  RL-EXTRACT-RECORD     PIC 9(09).
           05  FILLER                PIC X(01).
           05  RL-RUN-STAMP          PIC X(14).
           05  FILLER                PIC X(01).
           05  RL-DEST-FILENAME      PIC X(120).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OUTPUT-FILENAME  PIC X(120).
           05  KEY-PARM         PIC X(09).
           05  FILE-MODE-PARM   PIC X(03).

       01  WS-FILE-MODE             PIC X(03) VALUE 'SEQ'.
           88  INDEXED-FILE-MODE    VALUE 'IDX'.

      *    THE RECORD BEING TRACED - ITS POSITION AMONG THE OUTPUT'S
      *    DATA RECORDS AND, FOR AN IDX FILE, ITS KEY.
       01  WS-TRACE-POSITION        PIC 9(09) VALUE ZERO.
       01  WS-TRACE-KEY             PIC X(09) VALUE SPACES.
       01  WS-KEY-LENGTH            PIC 9(02) VALUE ZERO.

       01  WS-LINEAGE-FILENAME      PIC X(124).
       01  WS-SOURCE-FILENAME       PIC X(120).
       01  WS-AUDIT-FILENAME        PIC X(124).
       01  WS-ROUTING-LOG-FILENAME  PIC X(124).

       01  WS-FILE-STATUS.
           05  WS-INPUT-FILE-STATUS         PIC X(02).
           05  WS-INDEXED-INPUT-FILE-STATUS PIC X(02).
           05  WS-LINEAGE-FILE-STATUS       PIC X(02).
           05  WS-SOURCE-FILE-STATUS        PIC X(02).
           05  WS-AUDIT-FILE-STATUS         PIC X(02).
           05  WS-ROUTING-LOG-FILE-STATUS   PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.
       01  SOURCE-EOF PIC X VALUE SPACES.
           88  SOURCE-END-OF-FILE   VALUE 'N'.

       01  WS-RECORD-FOUND-SWITCH   PIC X VALUE 'N'.
           88  RECORD-FOUND         VALUE 'Y'.
       01  WS-LINE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  SOURCE-LINE-FOUND    VALUE 'Y'.

       01  WS-RECORDS-READ          PIC 9(09) VALUE ZERO.
       01  WS-SOURCE-LINES-READ     PIC 9(09) VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(09) VALUE ZERO.

      *    THE OUTPUT RECORD FOUND, IN ONE SHAPE WHICHEVER
      *    ORGANIZATION IT CAME FROM.
       01  WS-FOUND-RECORD          PIC X(106).

       01  TO-UPPER-CASE        PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           IF  INDEXED-FILE-MODE
               PERFORM 1100-FIND-INDEXED-RECORD
           ELSE
               PERFORM 1000-FIND-SEQUENTIAL-RECORD
           END-IF
           IF  NOT RECORD-FOUND
               DISPLAY 'RECTRACE: NO RECORD ' FUNCTION TRIM(KEY-PARM)
                   ' ON ' FUNCTION TRIM(OUTPUT-FILENAME)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-SHOW-OUTPUT-RECORD
           PERFORM 2000-SHOW-LINEAGE
           PERFORM 3000-SHOW-CORRECTIONS
           PERFORM 4000-SHOW-DISTRIBUTION
           MOVE ZERO TO RETURN-CODE
           GOBACK
           .

       0500-INITIALIZE.

           MOVE SPACES TO KEY-PARM
           MOVE SPACES TO FILE-MODE-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OUTPUT-FILENAME KEY-PARM FILE-MODE-PARM
           END-UNSTRING

           IF  OUTPUT-FILENAME = SPACES OR KEY-PARM = SPACES
               DISPLAY 'USAGE: RECTRACE OUTPUT-FILENAME KEY '
                   '[FILE-MODE]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FUNCTION UPPER-CASE(FILE-MODE-PARM) = 'IDX'
               MOVE 'IDX' TO WS-FILE-MODE
           ELSE
               MOVE 'SEQ' TO WS-FILE-MODE
           END-IF

      *    AN IDX KEY IS CHECKED THE WAY RECFIX CHECKS IT; ITS
      *    SEQUENCE NUMBER IS THE POSITION THE SIDE FILES RECORD. A
      *    SEQ KEY IS THE POSITION ITSELF.
           IF  INDEXED-FILE-MODE
               MOVE KEY-PARM (1:2) TO TO-UPPER-CASE
               PERFORM 9000-TO-UPPER-CASE
               MOVE TO-UPPER-CASE (1:2) TO KEY-PARM (1:2)
               IF  KEY-PARM (3:7) IS NOT NUMERIC
                   DISPLAY 'RECTRACE: KEY MUST BE STATE CODE PLUS '
                       'SEVEN-DIGIT SEQUENCE NUMBER - ' KEY-PARM
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE KEY-PARM TO WS-TRACE-KEY
               MOVE KEY-PARM (3:7) TO WS-TRACE-POSITION
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(KEY-PARM))
                   TO WS-KEY-LENGTH
               IF  KEY-PARM (1:WS-KEY-LENGTH) IS NOT NUMERIC
                   DISPLAY 'RECTRACE: KEY MUST BE THE RECORD POSITION '
                       'ON A SEQ FILE - ' KEY-PARM
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(KEY-PARM) TO WS-TRACE-POSITION
           END-IF
           IF  WS-TRACE-POSITION = ZERO
               DISPLAY 'RECTRACE: RECORD POSITIONS START AT 1 - '
                   KEY-PARM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.LIN' DELIMITED BY SIZE
               INTO WS-LINEAGE-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.AUD' DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING

           STRING FUNCTION TRIM(OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.DSL' DELIMITED BY SIZE
               INTO WS-ROUTING-LOG-FILENAME
           END-STRING
           .

      *    A SEQ FILE HAS NO KEY - READ FORWARD, COUNTING DATA
      *    RECORDS, UNTIL THE REQUESTED POSITION.
       1000-FIND-SEQUENTIAL-RECORD.
           OPEN INPUT TRACE-INPUT-FILE
           IF  WS-INPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE OR RECORD-FOUND
               READ TRACE-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF  TT-TRAILER-ID = 'TRAILER'
                               AND TT-TRAILER-COUNT IS NUMERIC
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-RECORDS-READ
                           IF  WS-RECORDS-READ = WS-TRACE-POSITION
                               SET RECORD-FOUND TO TRUE
                               MOVE TRACE-INPUT-RECORD
                                   TO WS-FOUND-RECORD
                           END-IF
                       END-IF
               END-READ
               IF  WS-INPUT-FILE-STATUS NOT = '00'
                       AND WS-INPUT-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM
           CLOSE TRACE-INPUT-FILE
           .

      *    AN IDX FILE IS READ BY KEY. THE TRAILER PSEUDO-RECORD IS
      *    NOT A RECORD TO TRACE.
       1100-FIND-INDEXED-RECORD.
           OPEN INPUT INDEXED-INPUT-FILE
           IF  WS-INDEXED-INPUT-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-INDEXED-INPUT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           MOVE WS-TRACE-KEY TO IDX-KEY
           READ INDEXED-INPUT-FILE
           EVALUATE WS-INDEXED-INPUT-FILE-STATUS
               WHEN '00'
                   IF  IT-STATE-CODE = 'ZZ' AND IT-ID = 'TRAILER'
                       CONTINUE
                   ELSE
                       SET RECORD-FOUND TO TRUE
                       MOVE INDEXED-INPUT-RECORD TO WS-FOUND-RECORD
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OUTPUT-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-INDEXED-INPUT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           CLOSE INDEXED-INPUT-FILE
           .

       1500-SHOW-OUTPUT-RECORD.
           DISPLAY 'RECTRACE: ' FUNCTION TRIM(OUTPUT-FILENAME)
               ' RECORD ' WS-TRACE-POSITION ' ' WS-TRACE-KEY
           DISPLAY ' '
           DISPLAY 'OUTPUT RECORD AS IT NOW STANDS'
           DISPLAY '  ' FUNCTION TRIM(WS-FOUND-RECORD, TRAILING)
           .

      *    EVERY LINEAGE ENTRY FOR THE POSITION - ORDINARILY EXACTLY
      *    ONE. EVERY STEP THAT WRITES THE OUTPUT KEEPS LINEAGE, SO
      *    NONE MEANS THE RECORD WAS WRITTEN BEFORE LINEAGE WAS KEPT.
       2000-SHOW-LINEAGE.
           DISPLAY ' '
           DISPLAY 'LINEAGE'
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE SPACES TO EOF
           OPEN INPUT LINEAGE-FILE
           EVALUATE WS-LINEAGE-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ LINEAGE-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF  LN-OUTPUT-POSITION
                                       = WS-TRACE-POSITION
                                   PERFORM 2100-SHOW-LINEAGE-ENTRY
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
                   IF  WS-ENTRY-COUNT = ZERO
                       DISPLAY '  NO LINEAGE ENTRY FOR THIS RECORD - '
                           'WRITTEN BEFORE LINEAGE WAS KEPT'
                   END-IF
               WHEN '35'
                   DISPLAY '  NO LINEAGE FILE '
                       FUNCTION TRIM(WS-LINEAGE-FILENAME)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-LINEAGE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-LINEAGE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

       2100-SHOW-LINEAGE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           DISPLAY '  WRITTEN BY ' LN-PROGRAM
               ' RUN ' LN-RUN-STAMP
               ' BUSINESS DATE ' LN-BUSINESS-DATE
           DISPLAY '  SOURCE SYSTEM ' LN-SOURCE-SYSTEM
               ' CHUNK ' LN-CHUNK-NUMBER
           IF  LN-EXCEPTION-NUMBER > ZERO
               DISPLAY '  REPAIRED EXCEPTION ' LN-EXCEPTION-NUMBER
           END-IF
           DISPLAY '  INPUT ' FUNCTION TRIM(LN-INPUT-FILENAME)
               ' LINE ' LN-INPUT-LINE
           MOVE LN-INPUT-FILENAME TO WS-SOURCE-FILENAME
           PERFORM 2200-SHOW-SOURCE-LINE
           .

      *    READ THE NAMED INPUT FILE FORWARD TO THE LINE. A REPROC
      *    ENTRY'S LINE IS AN EXCEPTION-FILE LINE, SHOWN BROKEN INTO
      *    THE ORIGINAL REASON AND THE CORRECTED FEED LINE.
       2200-SHOW-SOURCE-LINE.
           MOVE ZERO TO WS-SOURCE-LINES-READ
           MOVE 'N' TO WS-LINE-FOUND-SWITCH
           MOVE SPACES TO SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           EVALUATE WS-SOURCE-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL SOURCE-END-OF-FILE
                           OR SOURCE-LINE-FOUND
                       READ SOURCE-FILE
                           AT END
                               SET SOURCE-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-LINES-READ
                               IF  WS-SOURCE-LINES-READ
                                       = LN-INPUT-LINE
                                   SET SOURCE-LINE-FOUND TO TRUE
                               END-IF
                       END-READ
                       IF  WS-SOURCE-FILE-STATUS NOT = '00'
                               AND WS-SOURCE-FILE-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-SOURCE-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-SOURCE-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE SOURCE-FILE
                   EVALUATE TRUE
                       WHEN NOT SOURCE-LINE-FOUND
                           DISPLAY '  INPUT FILE NOW HAS ONLY '
                               WS-SOURCE-LINES-READ ' LINES'
                       WHEN LN-PROGRAM = 'REPROC'
                           DISPLAY '  FIRST FAILED ' SR-REASON-CODE
                               ' ' FUNCTION TRIM(SR-REASON-TEXT)
                           DISPLAY '  > '
                               FUNCTION TRIM(SR-ORIGINAL-RECORD,
                                   TRAILING)
                       WHEN OTHER
                           DISPLAY '  > '
                               FUNCTION TRIM(SOURCE-RECORD, TRAILING)
                   END-EVALUATE
               WHEN '35'
                   DISPLAY '  INPUT FILE NO LONGER ON DISK'
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-SOURCE-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-SOURCE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      *    RECFIX CORRECTS IDX FILES ONLY AND STAMPS EACH AUDIT RECORD
      *    WITH THE FULL BEFORE AND AFTER IMAGE, SO THE BEFORE IMAGE'S
      *    KEY PICKS OUT THIS RECORD'S CORRECTIONS, OLDEST FIRST.
       3000-SHOW-CORRECTIONS.
           DISPLAY ' '
           DISPLAY 'CORRECTIONS'
           IF  NOT INDEXED-FILE-MODE
               DISPLAY '  NONE - RECFIX CORRECTS IDX FILES ONLY'
           ELSE
               MOVE ZERO TO WS-ENTRY-COUNT
               MOVE SPACES TO EOF
               OPEN INPUT AUDIT-FILE
               EVALUATE WS-AUDIT-FILE-STATUS
                   WHEN '00'
                       PERFORM UNTIL END-OF-FILE
                           READ AUDIT-FILE
                               AT END
                                   SET END-OF-FILE TO TRUE
                               NOT AT END
                                   IF  AUD-BEFORE-IMAGE (1:9)
                                           = WS-TRACE-KEY
                                       PERFORM 3100-SHOW-CORRECTION
                                   END-IF
                           END-READ
                           IF  WS-AUDIT-FILE-STATUS NOT = '00'
                                   AND WS-AUDIT-FILE-STATUS NOT = '10'
                               MOVE 'READ' TO WS-ABEND-OPERATION
                               MOVE WS-AUDIT-FILENAME
                                   TO WS-ABEND-FILE-NAME
                               MOVE WS-AUDIT-FILE-STATUS
                                   TO WS-ABEND-STATUS
                               PERFORM 9950-ABORT-ON-FILE-ERROR
                           END-IF
                       END-PERFORM
                       CLOSE AUDIT-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'OPEN' TO WS-ABEND-OPERATION
                       MOVE WS-AUDIT-FILENAME TO WS-ABEND-FILE-NAME
                       MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9950-ABORT-ON-FILE-ERROR
               END-EVALUATE
               IF  WS-ENTRY-COUNT = ZERO
                   DISPLAY '  NONE'
               END-IF
           END-IF
           .

       3100-SHOW-CORRECTION.
           ADD 1 TO WS-ENTRY-COUNT
           DISPLAY '  ' AUD-TIMESTAMP ' OPERATOR ' AUD-OPERATOR
               ' CORRECTED ' AUD-FIELD
           DISPLAY '  BEFORE '
               FUNCTION TRIM(AUD-BEFORE-IMAGE, TRAILING)
           DISPLAY '  AFTER  '
               FUNCTION TRIM(AUD-AFTER-IMAGE, TRAILING)
           .

       4000-SHOW-DISTRIBUTION.
           DISPLAY ' '
           DISPLAY 'DISTRIBUTION'
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE SPACES TO EOF
           OPEN INPUT ROUTING-LOG-FILE
           EVALUATE WS-ROUTING-LOG-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FILE
                       READ ROUTING-LOG-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF  RL-OUTPUT-POSITION
                                       = WS-TRACE-POSITION
                                   PERFORM 4100-SHOW-ROUTING
                               END-IF
                       END-READ
                       IF  WS-ROUTING-LOG-FILE-STATUS NOT = '00'
                               AND WS-ROUTING-LOG-FILE-STATUS
                                   NOT = '10'
                           MOVE 'READ' TO WS-ABEND-OPERATION
                           MOVE WS-ROUTING-LOG-FILENAME
                               TO WS-ABEND-FILE-NAME
                           MOVE WS-ROUTING-LOG-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9950-ABORT-ON-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE ROUTING-LOG-FILE
                   IF  WS-ENTRY-COUNT = ZERO
                       DISPLAY '  SENT TO NO EXTRACT'
                   END-IF
               WHEN '35'
                   DISPLAY '  NOT DISTRIBUTED - NO ROUTING LOG '
                       FUNCTION TRIM(WS-ROUTING-LOG-FILENAME)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ABEND-OPERATION
                   MOVE WS-ROUTING-LOG-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-ROUTING-LOG-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

       4100-SHOW-ROUTING.
           ADD 1 TO WS-ENTRY-COUNT
           DISPLAY '  DESTINATION ' RL-DEST-NUMBER ' ' RL-DEST-FORMAT
               ' ' FUNCTION TRIM(RL-DEST-FILENAME)
               ' RECORD ' RL-EXTRACT-RECORD
               ' RUN ' RL-RUN-STAMP
           .

       9000-TO-UPPER-CASE.
           CALL "C$TOUPPER"
               USING TO-UPPER-CASE
               BY VALUE
               LENGTH TO-UPPER-CASE
           END-CALL
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ, AS IN THE OTHER
      *    PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'RECTRACE: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
