      *            runs; RC lists the runs that ended with a non-zero
      *            return code, optionally limited to the month whose
      *            YYYYMM is given. EACH RUN PRINTS AS TWO LINES -
      *            THE FIGURES, THEN THE INPUT AND OUTPUT FILES - AND
      *            A THIRD WITH THE SOURCE SYSTEM AND STATUS TEXT WHEN
      *            THE RUN REGISTERED ONE (A FEED HELD OUT, SAY).
      *            OUTPUT GOES TO THE TERMINAL - THIS IS A DESK
      *            UTILITY, NOT A BATCH REPORT.
      *
           05  RGY-AMOUNT-TOTAL      PIC S9(13)V9(4)
                                     SIGN LEADING SEPARATE.
           05  RGY-RETURN-CODE       PIC 9(04).
           05  RGY-STATUS-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

           DISPLAY DSP-RUN-LINE
           DISPLAY '    IN  ' FUNCTION TRIM(RGY-INPUT-FILENAME)
               '  OUT ' FUNCTION TRIM(RGY-OUTPUT-FILENAME)
           IF  RGY-STATUS-TEXT NOT = SPACES
               DISPLAY '    ' RGY-SOURCE-SYSTEM ' '
                   FUNCTION TRIM(RGY-STATUS-TEXT)
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           .

