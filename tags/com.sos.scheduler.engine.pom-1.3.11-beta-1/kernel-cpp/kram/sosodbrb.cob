       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0100-OBTAIN-LOCK
           PERFORM 1000-READ-CHECKPOINT

           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBRB: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           DISPLAY "SOSODBRB: NEUAUFBAU BEENDET, SAETZE="
               WS-RECORD-COUNT
           PERFORM 0200-RELEASE-LOCK
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBRB" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBRB" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBRB: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "SOSODBRB: CATRESUM OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CKPT-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE WS-LAST-CKPT-KEY  TO CKPT_TABLE_NAME
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "SOSODBRB: CATRESUM OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CKPT-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE HIGH-VALUES       TO CKPT_TABLE_NAME
           ACCEPT CKPT_TIME FROM TIME
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RECORD-COUNT TO RUN-REQ-READ
           MOVE WS-RECORD-COUNT TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
