      *            SUBTRACTED FROM AND THE NEW ONE ADDED TO THE
      *            STATE'S DAY, MTD, AND YTD AMOUNT BUCKETS (RECORD
      *            COUNTS ARE UNTOUCHED - THE RECORD STILL EXISTS).
      *            THE DAY AND MTD DEBIT/CREDIT SPLIT IS ADJUSTED THE
      *            SAME WAY, AND A CORRECTION THAT CHANGES THE SIGN
      *            MOVES THE RECORD FROM ONE SIDE'S COUNT TO THE
      *            OTHER'S.
      *            AMT CORRECTS THE REPORTING-CURRENCY AMOUNT. A
      *            RECORD THAT ARRIVED IN THE REPORTING CURRENCY HAS
      *            ITS ORIGINAL AMOUNT CORRECTED WITH IT; ONE THAT WAS
      *            CONVERTED KEEPS THE AMOUNT AS THE FEEDER SENT IT.
      *
      *            EVERY CORRECTION APPENDS ONE RECORD TO THE AUDIT
      *            FILE OUTPUT-FILENAME.AUD: TIMESTAMP, OPERATOR,
           05  IDX-AMOUNT            PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.
           05  IDX-SOURCE-SYSTEM     PIC X(04).
           05  IDX-CURRENCY-CODE     PIC X(03).
           05  IDX-ORIGINAL-AMOUNT   PIC S9(7)V9(4)
                                     SIGN LEADING SEPARATE.

      *    THE HISTORY MASTER RECORD, EXACTLY AS HISTUPDT WRITES IT.
       FD HISTORY-FILE.
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

      *    ONE AUDIT RECORD PER CORRECTION - WHO, WHEN, WHICH FIELD,
      *    AND THE FULL RECORD IMAGE BEFORE AND AFTER.
           05  FILLER                PIC X(01).
           05  AUD-FIELD             PIC X(04).
           05  FILLER                PIC X(01).
           05  AUD-BEFORE-IMAGE      PIC X(106).
           05  FILLER                PIC X(01).
           05  AUD-AFTER-IMAGE       PIC X(106).

       WORKING-STORAGE SECTION.

      *    LENGTH ITSELF CHECKED IN 0600 BEFORE THE NUMVAL.
       01  WS-NUMVAL-RESULT         PIC S9(14)V9(4) VALUE ZERO.

       01  WS-BEFORE-IMAGE          PIC X(106).

       01  TO-UPPER-CASE        PIC X(30).

           05  DSP-DETAIL-AMOUNT        PIC -Z,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-SOURCE        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DSP-DETAIL-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DSP-DETAIL-ORIGINAL      PIC -Z,ZZZ,ZZ9.9999.

       PROCEDURE DIVISION.

           MOVE IDX-TEXT-2 TO DSP-DETAIL-TEXT-2
           MOVE IDX-AMOUNT TO DSP-DETAIL-AMOUNT
           MOVE IDX-SOURCE-SYSTEM TO DSP-DETAIL-SOURCE
           MOVE IDX-CURRENCY-CODE TO DSP-DETAIL-CURRENCY
           MOVE IDX-ORIGINAL-AMOUNT TO DSP-DETAIL-ORIGINAL
           DISPLAY DSP-DETAIL-LINE
           .


           EVALUATE TRUE
               WHEN AMOUNT-CORRECTION
                   IF  IDX-ORIGINAL-AMOUNT = IDX-AMOUNT
                       MOVE WS-NEW-AMOUNT TO IDX-ORIGINAL-AMOUNT
                   END-IF
                   MOVE WS-NEW-AMOUNT TO IDX-AMOUNT
               WHEN TEXT1-CORRECTION
                   MOVE NEW-VALUE-PARM (1:12) TO TO-UPPER-CASE
           ADD WS-NEW-AMOUNT TO HIST-MTD-AMOUNT
           SUBTRACT WS-OLD-AMOUNT FROM HIST-YTD-AMOUNT
           ADD WS-NEW-AMOUNT TO HIST-YTD-AMOUNT
           PERFORM 3110-ADJUST-HISTORY-SPLIT
           REWRITE HISTORY-RECORD
           IF  WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'REWRITE' TO WS-ABEND-OPERATION
           CLOSE HISTORY-FILE
           .

      *    SAME BACK-OUT AND REPOST FOR THE DAY/MTD DEBIT/CREDIT
      *    SPLIT - A NEGATIVE AMOUNT SITS ON THE CREDIT SIDE AS A
      *    POSITIVE MAGNITUDE, AS HISTUPDT POSTS IT. A SIGN CHANGE
      *    MOVES THE RECORD'S COUNT ACROSS; A COUNT ALREADY AT ZERO
      *    (THE MONTH SINCE CLOSED) IS LEFT THERE.
       3110-ADJUST-HISTORY-SPLIT.
           IF  WS-OLD-AMOUNT < ZERO
               ADD WS-OLD-AMOUNT TO HIST-DAY-CR-AMOUNT
                                    HIST-MTD-CR-AMOUNT
           ELSE
               SUBTRACT WS-OLD-AMOUNT FROM HIST-DAY-DR-AMOUNT
                                           HIST-MTD-DR-AMOUNT
           END-IF
           IF  WS-NEW-AMOUNT < ZERO
               SUBTRACT WS-NEW-AMOUNT FROM HIST-DAY-CR-AMOUNT
                                           HIST-MTD-CR-AMOUNT
           ELSE
               ADD WS-NEW-AMOUNT TO HIST-DAY-DR-AMOUNT
                                    HIST-MTD-DR-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-OLD-AMOUNT < ZERO AND WS-NEW-AMOUNT >= ZERO
                   IF  HIST-DAY-CR-RECORDS > ZERO
                       SUBTRACT 1 FROM HIST-DAY-CR-RECORDS
                       ADD 1 TO HIST-DAY-DR-RECORDS
                   END-IF
                   IF  HIST-MTD-CR-RECORDS > ZERO
                       SUBTRACT 1 FROM HIST-MTD-CR-RECORDS
                       ADD 1 TO HIST-MTD-DR-RECORDS
                   END-IF
               WHEN WS-OLD-AMOUNT >= ZERO AND WS-NEW-AMOUNT < ZERO
                   IF  HIST-DAY-DR-RECORDS > ZERO
                       SUBTRACT 1 FROM HIST-DAY-DR-RECORDS
                       ADD 1 TO HIST-DAY-CR-RECORDS
                   END-IF
                   IF  HIST-MTD-DR-RECORDS > ZERO
                       SUBTRACT 1 FROM HIST-MTD-DR-RECORDS
                       ADD 1 TO HIST-MTD-CR-RECORDS
                   END-IF
           END-EVALUATE
           .

      *    THE AUDIT TRAIL - APPENDED, NEVER REWRITTEN. OPEN EXTEND
      *    FAILING WITH A NOT-FOUND STATUS MEANS FIRST CORRECTION ON
      *    THIS FILE - IT IS CREATED, SAME FALLBACK SHAPE AS THE
