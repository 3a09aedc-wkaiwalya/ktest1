      ******************************************************************
      * COPYBOOK:  LINEAGE
      * PURPOSE:   ONE ENTRY OF THE LINEAGE FILE (OUTPUT-FILENAME.LIN)
      *            WRITTEN ALONGSIDE AN OUTPUT FILE BY CONVERT, REPROC
      *            AND CONVMERG, AND CARRIED FORWARD BY LATEMERG AND
      *            SUSREL AS THEY ADD RECORDS TO IT - ONE ENTRY PER
      *            DATA RECORD, SAYING WHERE THAT RECORD CAME FROM.
      *            READ BACK BY RECTRACE. A SUSREL ENTRY NAMES THE
      *            LINE CONVERT HELD THE RECORD FROM.
      *            LN-OUTPUT-POSITION IS THE RECORD'S PLACE AMONG THE
      *            OUTPUT FILE'S DATA RECORDS, 1 UP (FOR AN IDX FILE,
      *            ALSO ITS SEQUENCE NUMBER); LN-OUTPUT-KEY IS ITS
      *            IDX-KEY, BLANK FOR A SEQ FILE. LN-INPUT-FILENAME AND
      *            LN-INPUT-LINE NAME THE PHYSICAL LINE IT WAS
      *            CONVERTED FROM, HEADER ROW COUNTED - FOR A REPROC
      *            ENTRY, THE LINE OF THE CORRECTED EXCEPTION FILE,
      *            WITH LN-EXCEPTION-NUMBER THE REJECT IT REPAIRED.
      *            LN-CHUNK-NUMBER IS ZERO EXCEPT ON A SPLIT RUN, WHERE
      *            CONVMERG STAMPS THE CHUNK THE LINE WAS CONVERTED IN
      *            (THE INPUT FILE IS THEN THE CHUNK'S OWN FEED).
      *            LN-RUN-STAMP IS THE WRITING RUN'S START TIMESTAMP,
      *            AS IT IS REGISTERED IN THE RUN REGISTRY. THE FIELDS
      *            ARE SPACE SEPARATED SO THE FILE READS IN AN EDITOR.
      ******************************************************************
           05  LN-OUTPUT-POSITION   PIC 9(09).
           05  FILLER               PIC X(01).
           05  LN-OUTPUT-KEY        PIC X(09).
           05  FILLER               PIC X(01).
           05  LN-PROGRAM           PIC X(08).
           05  FILLER               PIC X(01).
           05  LN-BUSINESS-DATE     PIC X(08).
           05  FILLER               PIC X(01).
           05  LN-RUN-STAMP         PIC X(14).
           05  FILLER               PIC X(01).
           05  LN-CHUNK-NUMBER      PIC 9(02).
           05  FILLER               PIC X(01).
           05  LN-SOURCE-SYSTEM     PIC X(04).
           05  FILLER               PIC X(01).
           05  LN-EXCEPTION-NUMBER  PIC 9(09).
           05  FILLER               PIC X(01).
           05  LN-INPUT-LINE        PIC 9(09).
           05  FILLER               PIC X(01).
           05  LN-INPUT-FILENAME    PIC X(120).
