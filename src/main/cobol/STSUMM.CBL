      *            PRODUCED BY CONVERT. PRINTS RECORD COUNT, TOTAL AND
      *            AVERAGE OF DECIMAL-OUT-1 FOR EACH STATE, PLUS GRAND
      *            TOTALS CROSS-FOOTED TO THE TRAILER RECORD COUNT.
      *            AMOUNTS ARE IN THE REPORTING CURRENCY CONVERT
      *            CONVERTED THEM TO; A CLOSING SECTION BREAKS THE FILE
      *            OUT BY EACH RECORD'S ORIGINAL CURRENCY, WITH THE
      *            ORIGINAL-CURRENCY TOTAL ALONGSIDE THE REPORTING ONE.
      *
      * USAGE:     STSUMM INPUT-FILENAME REPORT-FILENAME [FILE-MODE]
      *
       01 SUMMARY-TRAILER-RECORD REDEFINES SUMMARY-INPUT-RECORD.
           05  ST-TRAILER-ID         PIC X(07).
           05  ST-TRAILER-COUNT      PIC 9(08).
           05  FILLER                PIC X(84).

      *    SAME DATA UNDER IDX-PREFIXED NAMES PLUS THE KEY, MATCHING
      *    THE INDEXED-OUTPUT-RECORD CONVERT BUILDS IN IDX MODE.
           05  IDX-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  IDX-SOURCE-SYSTEM     PIC X(04).
           05  IDX-CURRENCY-CODE     PIC X(03).
           05  IDX-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
      *    TRAILER PSEUDO-RECORD - KEY 'ZZ9999999' SORTS AFTER EVERY
      *    REAL STATE CODE SO IT ARRIVES LAST IN KEY SEQUENCE.
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-INPUT-RECORD.
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
       01  WS-CURRENT-STATE-CODE    PIC X(02).
       01  WS-CURRENT-STATE-NAME    PIC X(30).
       01  WS-CURRENT-AMOUNT        PIC S9(7)V9(4).
       01  WS-CURRENT-CURRENCY      PIC X(03).
       01  WS-CURRENT-ORIGINAL      PIC S9(7)V9(4).

      *    PER-ORIGINAL-CURRENCY ACCUMULATORS, KEPT IN ORDER OF FIRST
      *    SIGHT. A FILE WRITTEN BEFORE AMOUNTS CARRIED A CURRENCY
      *    HAS A BLANK CODE; SUCH RECORDS ARE ALREADY IN REPORTING
      *    CURRENCY AND ARE LISTED UNDER 'RPT'.
       01  WS-MAX-CURRENCY-ENTRIES  PIC 9(02) VALUE 20.
       01  WS-CURRENCY-ENTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  WS-CURRENCY-SUMMARY-TABLE.
           05  WS-CURRENCY-ENTRY OCCURS 20 TIMES.
               10  WS-CURRENCY-ENTRY-CODE     PIC X(03).
               10  WS-CURRENCY-ENTRY-RECORDS  PIC 9(09).
               10  WS-CURRENCY-ENTRY-ORIGINAL PIC S9(11)V9(4).
               10  WS-CURRENCY-ENTRY-AMOUNT   PIC S9(11)V9(4).
       01  WS-CURRENCY-SUB          PIC 9(02) VALUE ZERO.

       01  WS-AVERAGE-AMOUNT        PIC S9(11)V9(4).

           05  FILLER                   PIC X(20) VALUE
               '             AVERAGE'.

       01  RPT-CURRENCY-HEADING-LINE.
           05  FILLER                   PIC X(37) VALUE
               'ORIGINAL CURRENCY'.
           05  FILLER                   PIC X(13) VALUE
               '      RECORDS'.
           05  FILLER                   PIC X(20) VALUE
               '      ORIGINAL TOTAL'.
           05  FILLER                   PIC X(20) VALUE
               '     REPORTING TOTAL'.

       01  RPT-CURRENCY-DETAIL-LINE.
           05  RPT-CURRENCY-CODE        PIC X(03).
           05  FILLER                   PIC X(34) VALUE SPACES.
           05  RPT-CURRENCY-RECORDS     PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-CURRENCY-ORIGINAL    PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RPT-CURRENCY-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.9999.

       01  RPT-DETAIL-LINE.
           05  RPT-DETAIL-STATE-CODE    PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
                           MOVE STATE-CODE-OUT TO WS-CURRENT-STATE-CODE
                           MOVE STATE-NAME-OUT TO WS-CURRENT-STATE-NAME
                           MOVE DECIMAL-OUT-1  TO WS-CURRENT-AMOUNT
                           MOVE CURRENCY-CODE-OUT
                               TO WS-CURRENT-CURRENCY
                           IF  CURRENCY-CODE-OUT = SPACES
                               MOVE DECIMAL-OUT-1
                                   TO WS-CURRENT-ORIGINAL
                           ELSE
                               MOVE ORIGINAL-AMOUNT-OUT
                                   TO WS-CURRENT-ORIGINAL
                           END-IF
                           PERFORM 2000-ACCUMULATE-STATE
                       END-IF
               END-READ
                           MOVE IDX-STATE-CODE TO WS-CURRENT-STATE-CODE
                           MOVE IDX-STATE-NAME TO WS-CURRENT-STATE-NAME
                           MOVE IDX-AMOUNT     TO WS-CURRENT-AMOUNT
                           MOVE IDX-CURRENCY-CODE
                               TO WS-CURRENT-CURRENCY
                           IF  IDX-CURRENCY-CODE = SPACES
                               MOVE IDX-AMOUNT
                                   TO WS-CURRENT-ORIGINAL
                           ELSE
                               MOVE IDX-ORIGINAL-AMOUNT
                                   TO WS-CURRENT-ORIGINAL
                           END-IF
                           PERFORM 2000-ACCUMULATE-STATE
                       END-IF
               END-READ
           ADD 1 TO WS-STATE-ENTRY-RECORDS (WS-STATE-SUB)
           ADD WS-CURRENT-AMOUNT
               TO WS-STATE-ENTRY-AMOUNT (WS-STATE-SUB)

           PERFORM 2100-ACCUMULATE-CURRENCY
           .

      *    SAME FIND-OR-APPEND FOR THE RECORD'S ORIGINAL CURRENCY.
       2100-ACCUMULATE-CURRENCY.
           IF  WS-CURRENT-CURRENCY = SPACES
               MOVE 'RPT' TO WS-CURRENT-CURRENCY
           END-IF

           MOVE ZERO TO WS-CURRENCY-SUB
           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                   UNTIL WS-LOOKUP-SUB > WS-CURRENCY-ENTRY-COUNT
               IF  WS-CURRENCY-ENTRY-CODE (WS-LOOKUP-SUB)
                       = WS-CURRENT-CURRENCY
                   MOVE WS-LOOKUP-SUB TO WS-CURRENCY-SUB
               END-IF
           END-PERFORM

           IF  WS-CURRENCY-SUB = ZERO
               IF  WS-CURRENCY-ENTRY-COUNT >= WS-MAX-CURRENCY-ENTRIES
                   DISPLAY 'STSUMM: CURRENCY SUMMARY TABLE OVERFLOW AT '
                       WS-CURRENT-CURRENCY
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CURRENCY-ENTRY-COUNT
               MOVE WS-CURRENCY-ENTRY-COUNT TO WS-CURRENCY-SUB
               MOVE WS-CURRENT-CURRENCY
                   TO WS-CURRENCY-ENTRY-CODE (WS-CURRENCY-SUB)
               MOVE ZERO TO WS-CURRENCY-ENTRY-RECORDS (WS-CURRENCY-SUB)
               MOVE ZERO TO WS-CURRENCY-ENTRY-ORIGINAL (WS-CURRENCY-SUB)
               MOVE ZERO TO WS-CURRENCY-ENTRY-AMOUNT (WS-CURRENCY-SUB)
           END-IF

           ADD 1 TO WS-CURRENCY-ENTRY-RECORDS (WS-CURRENCY-SUB)
           ADD WS-CURRENT-ORIGINAL
               TO WS-CURRENCY-ENTRY-ORIGINAL (WS-CURRENCY-SUB)
           ADD WS-CURRENT-AMOUNT
               TO WS-CURRENCY-ENTRY-AMOUNT (WS-CURRENCY-SUB)
           .

      *    SIMPLE EXCHANGE SORT INTO STATE-CODE ORDER. THE TABLE TOPS
               END-IF
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD
           MOVE RPT-CURRENCY-HEADING-LINE TO REPORT-RECORD
           PERFORM 8600-WRITE-REPORT-RECORD

           PERFORM VARYING WS-CURRENCY-SUB FROM 1 BY 1
                   UNTIL WS-CURRENCY-SUB > WS-CURRENCY-ENTRY-COUNT
               MOVE WS-CURRENCY-ENTRY-CODE (WS-CURRENCY-SUB)
                   TO RPT-CURRENCY-CODE
               MOVE WS-CURRENCY-ENTRY-RECORDS (WS-CURRENCY-SUB)
                   TO RPT-CURRENCY-RECORDS
               MOVE WS-CURRENCY-ENTRY-ORIGINAL (WS-CURRENCY-SUB)
                   TO RPT-CURRENCY-ORIGINAL
               MOVE WS-CURRENCY-ENTRY-AMOUNT (WS-CURRENCY-SUB)
                   TO RPT-CURRENCY-AMOUNT
               MOVE RPT-CURRENCY-DETAIL-LINE TO REPORT-RECORD
               PERFORM 8600-WRITE-REPORT-RECORD
           END-PERFORM

           CLOSE REPORT-FILE
           .

