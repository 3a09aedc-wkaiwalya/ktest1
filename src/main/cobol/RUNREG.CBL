      *            OF THIS SUITE AT END OF RUN TO RECORD THE RUN IN AN
      *            INDEXED RUN-REGISTRY MASTER - PROGRAM, INPUT/OUTPUT
      *            FILENAMES, START/END TIMESTAMPS, RECORDS READ/
      *            WRITTEN/REJECTED, AMOUNT TOTAL, RETURN CODE, AND A
      *            SHORT STATUS TEXT FOR A RUN THAT DID NOT END CLEAN -
      *            SO AN AUDITOR'S "WHAT TOUCHED THIS FILE AND WHEN"
      *            IS A RUNINQ QUERY INSTEAD OF A GREP THROUGH THE
      *            JOB LOGS.
           05  RGY-AMOUNT-TOTAL      PIC S9(13)V9(4)
                                     SIGN LEADING SEPARATE.
           05  RGY-RETURN-CODE       PIC 9(04).
           05  RGY-STATUS-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

               PERFORM 2000-WRITE-REGISTRATION
               CLOSE REGISTRY-FILE
           END-IF
      *    THE CALL HANDS THIS PROGRAM'S RETURN CODE BACK TO THE
      *    CALLER - PASS BACK THE CODE THE CALLER REGISTERED SO ITS
      *    OWN RETURN CODE SURVIVES THE CALL.
           MOVE RR-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

           MOVE RR-RECORDS-REJECTED TO RGY-RECORDS-REJECTED
           MOVE RR-AMOUNT-TOTAL     TO RGY-AMOUNT-TOTAL
           MOVE RR-RETURN-CODE      TO RGY-RETURN-CODE
           MOVE RR-STATUS-TEXT      TO RGY-STATUS-TEXT

           MOVE 'N' TO WS-WRITTEN-SWITCH
           PERFORM 2100-TRY-ONE-WRITE
