      *            PREVIOUSLY POSTED DAY OUT OF THE MTD/YTD BUCKETS
      *            FIRST, SO A RERUN AFTER A CORRECTED FEED DOES NOT
      *            DOUBLE-COUNT THE DAY.
      *
      *            ALONGSIDE THE NET FIGURES THE DAY AND MTD BUCKETS
      *            CARRY A DEBIT/CREDIT SPLIT - A RECORD WITH A
      *            NEGATIVE AMOUNT IS A CREDIT, ANY OTHER A DEBIT, AS
      *            GLJRNL SPLITS THEM. THE CREDIT AMOUNT IS HELD AS A
      *            POSITIVE MAGNITUDE, SO NET = DEBITS - CREDITS.
      *            HISTRPT'S MONTH-END CLOSE SNAPSHOTS THE MTD SPLIT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTUPDT.
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
       01 INDEXED-TRAILER-RECORD REDEFINES INDEXED-INPUT-RECORD.
           05  IT-KEY.
               10  IT-STATE-CODE         PIC X(02).
               10  IT-SEQUENCE-NUMBER    PIC 9(07).
           05  IT-ID                 PIC X(07).
           05  IT-COUNT              PIC 9(09).
           05  FILLER                PIC X(81).

      *    THE HISTORY MASTER RECORD - ONE PER STATE, KEYED BY STATE
      *    CODE. AMOUNTS CARRY A LEADING SEPARATE SIGN SO THE FILE
      *    STAYS READABLE IN A DUMP. THE DR/CR BUCKETS SPLIT THE DAY
      *    AND MTD FIGURES INTO DEBITS AND CREDITS, CREDIT AMOUNTS AS
      *    A POSITIVE MAGNITUDE.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05  HIST-STATE-CODE       PIC X(02).
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

               10  WS-STATE-ENTRY-NAME    PIC X(30).
               10  WS-STATE-ENTRY-RECORDS PIC 9(09).
               10  WS-STATE-ENTRY-AMOUNT  PIC S9(11)V9(4).
               10  WS-STATE-ENTRY-DR-RECORDS PIC 9(09).
               10  WS-STATE-ENTRY-DR-AMOUNT  PIC S9(11)V9(4).
               10  WS-STATE-ENTRY-CR-RECORDS PIC 9(09).
               10  WS-STATE-ENTRY-CR-AMOUNT  PIC S9(11)V9(4).

       01  WS-STATE-SUB             PIC 9(02) VALUE ZERO.
       01  WS-LOOKUP-SUB            PIC 9(02) VALUE ZERO.
                   TO WS-STATE-ENTRY-NAME (WS-STATE-SUB)
               MOVE ZERO TO WS-STATE-ENTRY-RECORDS (WS-STATE-SUB)
               MOVE ZERO TO WS-STATE-ENTRY-AMOUNT (WS-STATE-SUB)
               MOVE ZERO TO WS-STATE-ENTRY-DR-RECORDS (WS-STATE-SUB)
               MOVE ZERO TO WS-STATE-ENTRY-DR-AMOUNT (WS-STATE-SUB)
               MOVE ZERO TO WS-STATE-ENTRY-CR-RECORDS (WS-STATE-SUB)
               MOVE ZERO TO WS-STATE-ENTRY-CR-AMOUNT (WS-STATE-SUB)
           END-IF

           ADD 1 TO WS-STATE-ENTRY-RECORDS (WS-STATE-SUB)
           ADD WS-CURRENT-AMOUNT
               TO WS-STATE-ENTRY-AMOUNT (WS-STATE-SUB)
           IF  WS-CURRENT-AMOUNT < ZERO
               ADD 1 TO WS-STATE-ENTRY-CR-RECORDS (WS-STATE-SUB)
               SUBTRACT WS-CURRENT-AMOUNT
                   FROM WS-STATE-ENTRY-CR-AMOUNT (WS-STATE-SUB)
           ELSE
               ADD 1 TO WS-STATE-ENTRY-DR-RECORDS (WS-STATE-SUB)
               ADD WS-CURRENT-AMOUNT
                   TO WS-STATE-ENTRY-DR-AMOUNT (WS-STATE-SUB)
           END-IF
           ADD WS-CURRENT-AMOUNT TO WS-TOTAL-AMOUNT
           .

                   SUBTRACT HIST-DAY-AMOUNT  FROM HIST-MTD-AMOUNT
                   SUBTRACT HIST-DAY-RECORDS FROM HIST-YTD-RECORDS
                   SUBTRACT HIST-DAY-AMOUNT  FROM HIST-YTD-AMOUNT
                   SUBTRACT HIST-DAY-DR-RECORDS FROM HIST-MTD-DR-RECORDS
                   SUBTRACT HIST-DAY-DR-AMOUNT  FROM HIST-MTD-DR-AMOUNT
                   SUBTRACT HIST-DAY-CR-RECORDS FROM HIST-MTD-CR-RECORDS
                   SUBTRACT HIST-DAY-CR-AMOUNT  FROM HIST-MTD-CR-AMOUNT
               WHEN WS-RUN-YEAR NOT = WS-LAST-YEAR
                   MOVE ZERO TO HIST-MTD-RECORDS
                   MOVE ZERO TO HIST-MTD-AMOUNT
                   MOVE ZERO TO HIST-YTD-RECORDS
                   MOVE ZERO TO HIST-YTD-AMOUNT
                   PERFORM 3250-ZERO-MTD-SPLIT
               WHEN WS-RUN-MONTH NOT = WS-LAST-MONTH
                   MOVE ZERO TO HIST-MTD-RECORDS
                   MOVE ZERO TO HIST-MTD-AMOUNT
                   PERFORM 3250-ZERO-MTD-SPLIT
           END-EVALUATE

           MOVE WS-STATE-ENTRY-RECORDS (WS-STATE-SUB)
           ADD HIST-DAY-AMOUNT  TO HIST-MTD-AMOUNT
           ADD HIST-DAY-RECORDS TO HIST-YTD-RECORDS
           ADD HIST-DAY-AMOUNT  TO HIST-YTD-AMOUNT
           PERFORM 3260-SET-DAY-SPLIT
           ADD HIST-DAY-DR-RECORDS TO HIST-MTD-DR-RECORDS
           ADD HIST-DAY-DR-AMOUNT  TO HIST-MTD-DR-AMOUNT
           ADD HIST-DAY-CR-RECORDS TO HIST-MTD-CR-RECORDS
           ADD HIST-DAY-CR-AMOUNT  TO HIST-MTD-CR-AMOUNT
           MOVE WS-STATE-ENTRY-NAME (WS-STATE-SUB) TO HIST-STATE-NAME
           MOVE WS-RUN-DATE TO HIST-LAST-UPDATE-DATE
           .

       3250-ZERO-MTD-SPLIT.
           MOVE ZERO TO HIST-MTD-DR-RECORDS
           MOVE ZERO TO HIST-MTD-DR-AMOUNT
           MOVE ZERO TO HIST-MTD-CR-RECORDS
           MOVE ZERO TO HIST-MTD-CR-AMOUNT
           .

       3260-SET-DAY-SPLIT.
           MOVE WS-STATE-ENTRY-DR-RECORDS (WS-STATE-SUB)
               TO HIST-DAY-DR-RECORDS
           MOVE WS-STATE-ENTRY-DR-AMOUNT (WS-STATE-SUB)
               TO HIST-DAY-DR-AMOUNT
           MOVE WS-STATE-ENTRY-CR-RECORDS (WS-STATE-SUB)
               TO HIST-DAY-CR-RECORDS
           MOVE WS-STATE-ENTRY-CR-AMOUNT (WS-STATE-SUB)
               TO HIST-DAY-CR-AMOUNT
           .

       3300-BUILD-NEW-STATE.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-STATE-ENTRY-CODE (WS-STATE-SUB) TO HIST-STATE-CODE
           MOVE HIST-DAY-AMOUNT  TO HIST-MTD-AMOUNT
           MOVE HIST-DAY-RECORDS TO HIST-YTD-RECORDS
           MOVE HIST-DAY-AMOUNT  TO HIST-YTD-AMOUNT
           PERFORM 3260-SET-DAY-SPLIT
           MOVE HIST-DAY-DR-RECORDS TO HIST-MTD-DR-RECORDS
           MOVE HIST-DAY-DR-AMOUNT  TO HIST-MTD-DR-AMOUNT
           MOVE HIST-DAY-CR-RECORDS TO HIST-MTD-CR-RECORDS
           MOVE HIST-DAY-CR-AMOUNT  TO HIST-MTD-CR-AMOUNT
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
