       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0100-OBTAIN-LOCK
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM HDR-LINE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBHK: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           CLOSE CATALOG-FILE
           CLOSE REPORT-FILE
           PERFORM 0200-RELEASE-LOCK
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBHK" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBHK" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBHK: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           IF WS-COLUMNS-STATUS NOT = "00"
               DISPLAY "SOSODBHK: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO COLUMNS_KEY
           IF WS-VIEWMBRS-STATUS NOT = "00"
               DISPLAY "SOSODBHK: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO VIEWMBRS_KEY
           MOVE "VIEWMBRS VERWAIST ENTFERNT" TO SUM-TEXT
           MOVE WS-VM-ORPHAN-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           COMPUTE RUN-REQ-READ
               = WS-COL-ORPHAN-COUNT + WS-COL-KEPT-COUNT
                 + WS-VM-ORPHAN-COUNT + WS-VM-KEPT-COUNT
           COMPUTE RUN-REQ-REJECTED
               = WS-COL-ORPHAN-COUNT + WS-VM-ORPHAN-COUNT
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
