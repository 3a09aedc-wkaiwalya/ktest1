      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE-TIME CONVERSION OF AN OUTPUT FILE FROM THE
      *            SINGLE-CURRENCY LAYOUT (84-BYTE RECORDS, 91-BYTE
      *            INDEXED RECORDS) TO THE MULTI-CURRENCY LAYOUT THAT
      *            CARRIES THE ORIGINAL CURRENCY CODE AND AMOUNT AFTER
      *            THE SOURCE-SYSTEM STAMP (99-BYTE RECORDS, 106-BYTE
      *            INDEXED RECORDS). RUN ONCE OVER EACH DAY STILL
      *            ONLINE WHEN THE MULTI-CURRENCY PROGRAMS GO IN.
      *            EVERY AMOUNT IN A FILE OF THE OLD LAYOUT WAS
      *            ALREADY IN THE REPORTING CURRENCY, SO EACH RECORD
      *            IS STAMPED WITH THAT CURRENCY AND ITS ORIGINAL
      *            AMOUNT IS SET EQUAL TO DECIMAL-OUT-1.
      *
      * USAGE:     CCYCONV OLD-FILENAME NEW-FILENAME [FILE-MODE
      *                [CURRENCY]]
      *
      *            OLD-FILENAME is a file in the old layout;
      *            NEW-FILENAME is written fresh in the new layout
      *            (name them differently and swap after checking -
      *            this utility never touches the input). FILE-MODE
      *            is SEQ (default) or IDX and describes both files'
      *            organization, as on AMTCONV. CURRENCY is the
      *            three-letter reporting currency to stamp on each
      *            record and defaults to USD. KEYS, TEXT FIELDS,
      *            AMOUNTS, SOURCE-SYSTEM STAMPS, AND THE TRAILER
      *            COUNT CARRY ACROSS UNCHANGED.
      *
      *            THE RECORD AND AMOUNT TOTALS OF BOTH FILES ARE
      *            DISPLAYED SO THE CONVERSION CAN BE BALANCED ON THE
      *            SPOT.
      *
      *            RETURN CODES: 0 CONVERTED, 1 HARD ERROR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCYCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-SEQ-FILE ASSIGN TO OLD-FILENAME
           FILE STATUS IS WS-OLD-SEQ-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEW-SEQ-FILE ASSIGN TO NEW-FILENAME
           FILE STATUS IS WS-NEW-SEQ-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ALTERNATES TO THE TWO SEQUENTIAL FILES, USED INSTEAD OF
      *    THEM WHEN FILE-MODE IS IDX.
       SELECT OLD-IDX-FILE ASSIGN TO OLD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-IDX-KEY
           FILE STATUS IS WS-OLD-IDX-FILE-STATUS.

       SELECT NEW-IDX-FILE ASSIGN TO NEW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NEW-IDX-KEY
           FILE STATUS IS WS-NEW-IDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE OUTPUT RECORD AS IT WAS BEFORE IT CARRIED A CURRENCY.
       FD OLD-SEQ-FILE.
       01 OLD-SEQ-RECORD.
           05  OLD-TEXT-1            PIC X(12).
           05  OLD-STATE-CODE        PIC X(02).
           05  OLD-STATE-NAME        PIC X(30).
           05  OLD-TEXT-2            PIC X(24).
           05  OLD-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  OLD-SOURCE-SYSTEM     PIC X(04).
       01 OLD-SEQ-TRAILER REDEFINES OLD-SEQ-RECORD.
           05  OT-TRAILER-ID         PIC X(07).
           05  OT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(69).

      *    THE CURRENCY-BEARING OUTPUT RECORD, EXACTLY AS OUTPUT.CPY
      *    LAYS IT OUT TODAY (LOCAL NAMES - THE COPYBOOK'S NAMES ARE
      *    TAKEN BY CONVENTION ELSEWHERE AND BOTH SHAPES LIVE IN THIS
      *    ONE FILE SECTION).
       FD NEW-SEQ-FILE.
       01 NEW-SEQ-RECORD.
           05  NEW-TEXT-1            PIC X(12).
           05  NEW-STATE-CODE        PIC X(02).
           05  NEW-STATE-NAME        PIC X(30).
           05  NEW-TEXT-2            PIC X(24).
           05  NEW-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  NEW-SOURCE-SYSTEM     PIC X(04).
           05  NEW-CURRENCY-CODE     PIC X(03).
           05  NEW-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
       01 NEW-SEQ-TRAILER REDEFINES NEW-SEQ-RECORD.
           05  NT-TRAILER-ID         PIC X(07).
           05  NT-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

      *    THE INDEXED OUTPUT RECORD AS CONVERT BUILT IT BEFORE IT
      *    CARRIED A CURRENCY.
       FD OLD-IDX-FILE.
       01 OLD-IDX-RECORD.
           05  OLD-IDX-KEY.
               10  OLD-IDX-STATE-CODE    PIC X(02).
               10  OLD-IDX-SEQUENCE      PIC 9(07).
           05  OLD-IDX-TEXT-1        PIC X(12).
           05  OLD-IDX-STATE-NAME    PIC X(30).
           05  OLD-IDX-TEXT-2        PIC X(24).
           05  OLD-IDX-AMOUNT        PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  OLD-IDX-SOURCE        PIC X(04).
       01 OLD-IDX-TRAILER REDEFINES OLD-IDX-RECORD.
           05  OI-KEY.
               10  OI-STATE-CODE         PIC X(02).
               10  OI-SEQUENCE           PIC 9(07).
           05  OI-ID                 PIC X(07).
           05  OI-COUNT              PIC 9(09).
           05  FILLER                PIC X(66).

      *    THE CURRENCY-BEARING INDEXED OUTPUT RECORD.
       FD NEW-IDX-FILE.
       01 NEW-IDX-RECORD.
           05  NEW-IDX-KEY.
               10  NEW-IDX-STATE-CODE    PIC X(02).
               10  NEW-IDX-SEQUENCE      PIC 9(07).
           05  NEW-IDX-TEXT-1        PIC X(12).
           05  NEW-IDX-STATE-NAME    PIC X(30).
           05  NEW-IDX-TEXT-2        PIC X(24).
           05  NEW-IDX-AMOUNT        PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  NEW-IDX-SOURCE        PIC X(04).
           05  NEW-IDX-CURRENCY-CODE PIC X(03).
           05  NEW-IDX-ORIGINAL-AMOUNT PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
       01 NEW-IDX-TRAILER REDEFINES NEW-IDX-RECORD.
           05  NI-KEY.
               10  NI-STATE-CODE         PIC X(02).
               10  NI-SEQUENCE           PIC 9(07).
           05  NI-ID                 PIC X(07).
           05  NI-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OLD-FILENAME     PIC X(120).
           05  NEW-FILENAME     PIC X(120).
           05  FILE-MODE-PARM   PIC X(03).
           05  CURRENCY-PARM    PIC X(03).

       01  WS-FILE-MODE             PIC X(03) VALUE 'SEQ'.
           88  INDEXED-FILE-MODE    VALUE 'IDX'.

       01  WS-REPORTING-CURRENCY    PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUS.
           05  WS-OLD-SEQ-FILE-STATUS   PIC X(02).
           05  WS-NEW-SEQ-FILE-STATUS   PIC X(02).
           05  WS-OLD-IDX-FILE-STATUS   PIC X(02).
           05  WS-NEW-IDX-FILE-STATUS   PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-RECORDS-CONVERTED     PIC 9(09) VALUE ZERO.
       01  WS-OLD-AMOUNT-TOTAL      PIC S9(11)V9(4) VALUE ZERO.
       01  WS-NEW-AMOUNT-TOTAL      PIC S9(11)V9(4) VALUE ZERO.

       01  DSP-TOTAL-LINE.
           05  DSP-TOTAL-LABEL          PIC X(26).
           05  DSP-TOTAL-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.9999.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           IF  INDEXED-FILE-MODE
               PERFORM 2000-CONVERT-INDEXED-FILE
           ELSE
               PERFORM 1000-CONVERT-SEQUENTIAL-FILE
           END-IF

           DISPLAY 'CCYCONV: ' WS-RECORDS-CONVERTED
               ' RECORDS CONVERTED TO ' FUNCTION TRIM(NEW-FILENAME)
           MOVE 'OLD FILE AMOUNT TOTAL . .' TO DSP-TOTAL-LABEL
           MOVE WS-OLD-AMOUNT-TOTAL TO DSP-TOTAL-AMOUNT
           DISPLAY DSP-TOTAL-LINE
           MOVE 'NEW FILE AMOUNT TOTAL . .' TO DSP-TOTAL-LABEL
           MOVE WS-NEW-AMOUNT-TOTAL TO DSP-TOTAL-AMOUNT
           DISPLAY DSP-TOTAL-LINE
           IF  WS-OLD-AMOUNT-TOTAL NOT = WS-NEW-AMOUNT-TOTAL
               DISPLAY 'CCYCONV: *** AMOUNT TOTALS DISAGREE - DO '
                   'NOT RELEASE THE CONVERTED FILE ***'
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           MOVE SPACES TO FILE-MODE-PARM CURRENCY-PARM
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OLD-FILENAME NEW-FILENAME FILE-MODE-PARM
                    CURRENCY-PARM
           END-UNSTRING

           IF  OLD-FILENAME = SPACES OR NEW-FILENAME = SPACES
               DISPLAY 'USAGE: CCYCONV OLD-FILENAME NEW-FILENAME '
                   '[FILE-MODE [CURRENCY]]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FUNCTION UPPER-CASE(FILE-MODE-PARM) = 'IDX'
               MOVE 'IDX' TO WS-FILE-MODE
           ELSE
               MOVE 'SEQ' TO WS-FILE-MODE
           END-IF

           IF  CURRENCY-PARM NOT = SPACES
               MOVE FUNCTION UPPER-CASE(CURRENCY-PARM)
                   TO WS-REPORTING-CURRENCY
               IF  WS-REPORTING-CURRENCY IS NOT ALPHABETIC
                       OR WS-REPORTING-CURRENCY (3:1) = SPACE
                   DISPLAY 'CCYCONV: CURRENCY CODE MUST BE THREE '
                       'LETTERS'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

       1000-CONVERT-SEQUENTIAL-FILE.
           OPEN INPUT OLD-SEQ-FILE
           IF  WS-OLD-SEQ-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-OLD-SEQ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           OPEN OUTPUT NEW-SEQ-FILE
           IF  WS-NEW-SEQ-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-NEW-SEQ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ OLD-SEQ-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1100-CONVERT-ONE-SEQ-RECORD
               END-READ
               IF  WS-OLD-SEQ-FILE-STATUS NOT = '00'
                       AND WS-OLD-SEQ-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-OLD-SEQ-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE OLD-SEQ-FILE
           CLOSE NEW-SEQ-FILE
           .

       1100-CONVERT-ONE-SEQ-RECORD.
           MOVE SPACES TO NEW-SEQ-RECORD
           IF  OT-TRAILER-ID = 'TRAILER'
                   AND OT-TRAILER-COUNT IS NUMERIC
               MOVE 'TRAILER' TO NT-TRAILER-ID
               MOVE OT-TRAILER-COUNT TO NT-TRAILER-COUNT
           ELSE
               MOVE OLD-TEXT-1        TO NEW-TEXT-1
               MOVE OLD-STATE-CODE    TO NEW-STATE-CODE
               MOVE OLD-STATE-NAME    TO NEW-STATE-NAME
               MOVE OLD-TEXT-2        TO NEW-TEXT-2
               MOVE OLD-AMOUNT        TO NEW-AMOUNT
               MOVE OLD-SOURCE-SYSTEM TO NEW-SOURCE-SYSTEM
               MOVE WS-REPORTING-CURRENCY TO NEW-CURRENCY-CODE
               MOVE OLD-AMOUNT        TO NEW-ORIGINAL-AMOUNT
               ADD 1 TO WS-RECORDS-CONVERTED
               ADD OLD-AMOUNT TO WS-OLD-AMOUNT-TOTAL
               ADD NEW-AMOUNT TO WS-NEW-AMOUNT-TOTAL
           END-IF
           WRITE NEW-SEQ-RECORD
           IF  WS-NEW-SEQ-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-NEW-SEQ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

       2000-CONVERT-INDEXED-FILE.
           OPEN INPUT OLD-IDX-FILE
           IF  WS-OLD-IDX-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-OLD-IDX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           OPEN OUTPUT NEW-IDX-FILE
           IF  WS-NEW-IDX-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-NEW-IDX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ OLD-IDX-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-CONVERT-ONE-IDX-RECORD
               END-READ
               IF  WS-OLD-IDX-FILE-STATUS NOT = '00'
                       AND WS-OLD-IDX-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-OLD-IDX-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE OLD-IDX-FILE
           CLOSE NEW-IDX-FILE
           .

      *    KEYS CARRY ACROSS UNCHANGED, SO THE NEW FILE READS IN THE
      *    SAME KEY SEQUENCE AND THE ZZ TRAILER STILL SORTS LAST.
       2100-CONVERT-ONE-IDX-RECORD.
           MOVE SPACES TO NEW-IDX-RECORD
           IF  OI-STATE-CODE = 'ZZ'
                   AND OI-ID = 'TRAILER'
               MOVE OI-KEY TO NI-KEY
               MOVE OI-ID TO NI-ID
               MOVE OI-COUNT TO NI-COUNT
           ELSE
               MOVE OLD-IDX-KEY        TO NEW-IDX-KEY
               MOVE OLD-IDX-TEXT-1     TO NEW-IDX-TEXT-1
               MOVE OLD-IDX-STATE-NAME TO NEW-IDX-STATE-NAME
               MOVE OLD-IDX-TEXT-2     TO NEW-IDX-TEXT-2
               MOVE OLD-IDX-AMOUNT     TO NEW-IDX-AMOUNT
               MOVE OLD-IDX-SOURCE     TO NEW-IDX-SOURCE
               MOVE WS-REPORTING-CURRENCY TO NEW-IDX-CURRENCY-CODE
               MOVE OLD-IDX-AMOUNT     TO NEW-IDX-ORIGINAL-AMOUNT
               ADD 1 TO WS-RECORDS-CONVERTED
               ADD OLD-IDX-AMOUNT TO WS-OLD-AMOUNT-TOTAL
               ADD NEW-IDX-AMOUNT TO WS-NEW-AMOUNT-TOTAL
           END-IF
           WRITE NEW-IDX-RECORD
           IF  WS-NEW-IDX-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-NEW-IDX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
      *    OTHER PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'CCYCONV: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
