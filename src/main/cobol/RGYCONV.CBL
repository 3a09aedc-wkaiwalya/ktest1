      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE-TIME CONVERSION OF THE RUN-REGISTRY MASTER FROM
      *            THE LAYOUT WITHOUT A STATUS TEXT (331-BYTE RECORDS)
      *            TO THE LAYOUT RUNREG NOW WRITES, WHICH CARRIES A
      *            40-BYTE STATUS TEXT FOR A RUN THAT DID NOT END CLEAN
      *            (371-BYTE RECORDS). THE STATUS TEXT IS APPENDED
      *            AFTER THE RETURN CODE, SO EVERY EXISTING FIELD
      *            KEEPS ITS PLACE AND CARRIES ACROSS UNCHANGED; THE
      *            STATUS TEXT OF A CONVERTED REGISTRATION IS BLANK -
      *            THE OLD REGISTRY NEVER RECORDED ONE.
      *
      *            RUN THIS ONCE, BEFORE THE FIRST BATCH STEP THAT
      *            REGISTERS WITH THE NEW RUNREG, SO THE ACCUMULATED
      *            RUN HISTORY CARRIES OVER RATHER THAN BEING LOST TO A
      *            RECREATED REGISTRY.
      *
      * USAGE:     RGYCONV OLD-FILENAME NEW-FILENAME
      *
      *            OLD-FILENAME is the run registry in the old layout
      *            (./log/RUNREG.DAT unless RUNREG_FILE says
      *            otherwise); NEW-FILENAME is written fresh in the new
      *            layout (name them differently and swap after
      *            checking - this utility never touches the input).
      *            BOTH ARE INDEXED ON START TIMESTAMP + PROGRAM +
      *            SEQUENCE, AS RUNREG KEYS THEM.
      *
      *            THE REGISTRATIONS READ AND WRITTEN ARE DISPLAYED SO
      *            THE CONVERSION CAN BE BALANCED ON THE SPOT.
      *
      *            RETURN CODES: 0 CONVERTED, 1 HARD ERROR OR COUNTS
      *            DISAGREE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGYCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-REGISTRY-FILE ASSIGN TO OLD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-KEY
           FILE STATUS IS WS-OLD-REGISTRY-FILE-STATUS.

       SELECT REGISTRY-FILE ASSIGN TO NEW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGY-KEY
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE RUN-REGISTRY MASTER RECORD AS IT WAS BEFORE IT CARRIED
      *    A STATUS TEXT.
       FD OLD-REGISTRY-FILE.
       01 OLD-REGISTRY-RECORD.
           05  OLD-KEY.
               10  OLD-START-STAMP   PIC X(14).
               10  OLD-PROGRAM       PIC X(08).
               10  OLD-SEQUENCE      PIC 9(02).
           05  OLD-END-STAMP         PIC X(14).
           05  OLD-INPUT-FILENAME    PIC X(120).
           05  OLD-OUTPUT-FILENAME   PIC X(120).
           05  OLD-SOURCE-SYSTEM     PIC X(04).
           05  OLD-RECORDS-READ      PIC 9(09).
           05  OLD-RECORDS-WRITTEN   PIC 9(09).
           05  OLD-RECORDS-REJECTED  PIC 9(09).
           05  OLD-AMOUNT-TOTAL      PIC S9(13)V9(4)
                                     SIGN LEADING SEPARATE.
           05  OLD-RETURN-CODE       PIC 9(04).

      *    THE RUN-REGISTRY MASTER RECORD, EXACTLY AS RUNREG WRITES IT.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05  RGY-KEY.
               10  RGY-START-STAMP   PIC X(14).
               10  RGY-PROGRAM       PIC X(08).
               10  RGY-SEQUENCE      PIC 9(02).
           05  RGY-END-STAMP         PIC X(14).
           05  RGY-INPUT-FILENAME    PIC X(120).
           05  RGY-OUTPUT-FILENAME   PIC X(120).
           05  RGY-SOURCE-SYSTEM     PIC X(04).
           05  RGY-RECORDS-READ      PIC 9(09).
           05  RGY-RECORDS-WRITTEN   PIC 9(09).
           05  RGY-RECORDS-REJECTED  PIC 9(09).
           05  RGY-AMOUNT-TOTAL      PIC S9(13)V9(4)
                                     SIGN LEADING SEPARATE.
           05  RGY-RETURN-CODE       PIC 9(04).
           05  RGY-STATUS-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  OLD-FILENAME     PIC X(120).
           05  NEW-FILENAME     PIC X(120).

       01  WS-FILE-STATUS.
           05  WS-OLD-REGISTRY-FILE-STATUS PIC X(02).
           05  WS-REGISTRY-FILE-STATUS     PIC X(02).

      *    POPULATED BEFORE PERFORM 9950-ABORT-ON-FILE-ERROR SO ONE
      *    PARAGRAPH CAN DIAGNOSE ANY FAILED OPEN/READ/WRITE.
       01  WS-ABEND-OPERATION       PIC X(10).
       01  WS-ABEND-FILE-NAME       PIC X(120).
       01  WS-ABEND-STATUS          PIC X(02).

       01  EOF      PIC X VALUE SPACES.
           88  END-OF-FILE          VALUE 'N'.

       01  WS-REGISTRATIONS-READ    PIC 9(09) VALUE ZERO.
       01  WS-REGISTRATIONS-WRITTEN PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-CONVERT-REGISTRY-FILE

           DISPLAY 'RGYCONV: ' WS-REGISTRATIONS-READ
               ' REGISTRATIONS READ FROM ' FUNCTION TRIM(OLD-FILENAME)
           DISPLAY 'RGYCONV: ' WS-REGISTRATIONS-WRITTEN
               ' REGISTRATIONS WRITTEN TO ' FUNCTION TRIM(NEW-FILENAME)
           IF  WS-REGISTRATIONS-READ NOT = WS-REGISTRATIONS-WRITTEN
               DISPLAY 'RGYCONV: *** COUNTS DISAGREE - DO '
                   'NOT RELEASE THE CONVERTED FILE ***'
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO OLD-FILENAME NEW-FILENAME
           END-UNSTRING

           IF  OLD-FILENAME = SPACES OR NEW-FILENAME = SPACES
               DISPLAY 'USAGE: RGYCONV OLD-FILENAME NEW-FILENAME'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1000-CONVERT-REGISTRY-FILE.
           OPEN INPUT OLD-REGISTRY-FILE
           IF  WS-OLD-REGISTRY-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-OLD-REGISTRY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           OPEN OUTPUT REGISTRY-FILE
           IF  WS-REGISTRY-FILE-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REGISTRY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ OLD-REGISTRY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1100-CONVERT-ONE-REGISTRATION
               END-READ
               IF  WS-OLD-REGISTRY-FILE-STATUS NOT = '00'
                       AND WS-OLD-REGISTRY-FILE-STATUS NOT = '10'
                   MOVE 'READ' TO WS-ABEND-OPERATION
                   MOVE OLD-FILENAME TO WS-ABEND-FILE-NAME
                   MOVE WS-OLD-REGISTRY-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9950-ABORT-ON-FILE-ERROR
               END-IF
           END-PERFORM

           CLOSE OLD-REGISTRY-FILE
           CLOSE REGISTRY-FILE
           .

      *    KEYS CARRY ACROSS UNCHANGED, SO THE NEW FILE STILL READS IN
      *    CHRONOLOGICAL ORDER.
       1100-CONVERT-ONE-REGISTRATION.
           ADD 1 TO WS-REGISTRATIONS-READ
           MOVE SPACES TO REGISTRY-RECORD
           MOVE OLD-KEY              TO RGY-KEY
           MOVE OLD-END-STAMP        TO RGY-END-STAMP
           MOVE OLD-INPUT-FILENAME   TO RGY-INPUT-FILENAME
           MOVE OLD-OUTPUT-FILENAME  TO RGY-OUTPUT-FILENAME
           MOVE OLD-SOURCE-SYSTEM    TO RGY-SOURCE-SYSTEM
           MOVE OLD-RECORDS-READ     TO RGY-RECORDS-READ
           MOVE OLD-RECORDS-WRITTEN  TO RGY-RECORDS-WRITTEN
           MOVE OLD-RECORDS-REJECTED TO RGY-RECORDS-REJECTED
           MOVE OLD-AMOUNT-TOTAL     TO RGY-AMOUNT-TOTAL
           MOVE OLD-RETURN-CODE      TO RGY-RETURN-CODE
           MOVE SPACES               TO RGY-STATUS-TEXT

           WRITE REGISTRY-RECORD
           IF  WS-REGISTRY-FILE-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ABEND-OPERATION
               MOVE NEW-FILENAME TO WS-ABEND-FILE-NAME
               MOVE WS-REGISTRY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9950-ABORT-ON-FILE-ERROR
           END-IF
           ADD 1 TO WS-REGISTRATIONS-WRITTEN
           .

      *    COMMON DIAGNOSTIC FOR A FAILED OPEN/READ/WRITE, AS IN THE
      *    OTHER PROGRAMS OF THIS SUITE.
       9950-ABORT-ON-FILE-ERROR.
           DISPLAY 'RGYCONV: ' FUNCTION TRIM(WS-ABEND-OPERATION)
               ' FAILED ON ' FUNCTION TRIM(WS-ABEND-FILE-NAME)
               ' - FILE STATUS ' WS-ABEND-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           .
