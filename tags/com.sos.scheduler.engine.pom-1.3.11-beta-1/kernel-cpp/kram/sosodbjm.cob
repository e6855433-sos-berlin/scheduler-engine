      * nach JTRANSREJ, der Fehlerbericht nach JMRPT je
      * einreichender Abteilung. Returncode wie SOSODBM: 0 nur
      * fehlerfrei, 4 bei Abweisungen, 8 bei gescheiterter
      * Pflichtdatei oder belegtem CATLOCK.
      *
      * Der Lauf belegt den CATLOCK wie SOSODBM, weil SOSODBRA
      * CATAUDIT beim Archivieren neu schreibt und eine
      * gleichzeitig fortgeschriebene Zeile sonst verloren ginge.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBJM.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH_KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
      *      Berechtigungen wie in SOSODBM (siehe dort):
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           COPY "sosodbcu.cob".

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
       01  WS-CNT-REJECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-AUDIT-RECS          PIC 9(7) VALUE 0.

      *      Jobverzeichnis im Speicher (wie SOSODBJC):
       01  WS-MAX-JOB-ENTRIES         PIC 9(5) VALUE 5000.
       01  WS-JOB-COUNT               PIC 9(5) VALUE 0.
           05 SUM-TEXT                PIC X(30).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufkoordination über SOSODBLK (CATLOCK), wie SOSODBM:
       01  WS-LOCK-RETRIES            PIC 9(3) VALUE 10.
       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0100-OBTAIN-LOCK
           OPEN INPUT TRANS-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBJM: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05 bedeutet nur, dass JOBUSES beim allerersten
               DISPLAY "SOSODBJM: JOBUSES OPEN FEHLGESCHLAGEN, STATUS="
                   WS-JOBUSES-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM 0300-LOAD-JOB-INVENTORY
           PERFORM 0500-OPEN-AUTH-FILE

           SORT SORT-WORK
               ON ASCENDING KEY ERR-DEPT
           CLOSE TRANS-FILE
           CLOSE CATALOG-FILE
           CLOSE JOBUSES-FILE
           CLOSE AUTH-FILE
           CLOSE AUDIT-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           PERFORM 0200-RELEASE-LOCK

           IF WS-CNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBJM" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBJM" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBJM: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       0200-RELEASE-LOCK.
           MOVE "D" TO LOCK-REQ-ACTION
           MOVE "SOSODBJM" TO LOCK-REQ-PROGRAM
           CALL "SOSODBLK" USING LOCK-REQUEST.

       0300-LOAD-JOB-INVENTORY.
           OPEN INPUT JOBINV-FILE
           PERFORM UNTIL EOF-JOBINV
                               WS-MAX-JOB-ENTRIES
                               " ZEILEN, LAUF ABGEBROCHEN"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-JOB-COUNT
           END-PERFORM
           CLOSE JOBINV-FILE.

      *      Ohne lesbare Berechtigungen darf kein Pflegesatz
      *      angewendet werden (wie SOSODBM):
       0500-OPEN-AUTH-FILE.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "SOSODBJM: AUTHFILE OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       1000-PROCESS-ALL.
           PERFORM UNTIL EOF-TRANS
      *      haben keinen Eigentümer:
       1100-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTHORIZED
           MOVE "N" TO WS-EOF-AUTH
           MOVE JTRANS-OPERATOR-ID TO AUTH_OPERATOR_ID
           MOVE WS-AUTH-DEPT TO AUTH_OWNER_DEPT
           MOVE LOW-VALUES TO AUTH_OWNER_LOW
           START AUTH-FILE KEY IS NOT LESS THAN AUTH_KEY
               INVALID KEY
                   SET EOF-AUTH TO TRUE
           END-START
           PERFORM UNTIL EOF-AUTH OR OPERATOR-AUTHORIZED
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET EOF-AUTH TO TRUE
                   NOT AT END
                       IF AUTH_OPERATOR_ID NOT = JTRANS-OPERATOR-ID
                               OR AUTH_OWNER_DEPT NOT = WS-AUTH-DEPT
                           SET EOF-AUTH TO TRUE
                       ELSE
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3000-APPLY-ONE.
           MOVE "AUDIT-SAETZE GESCHRIEBEN" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-RECS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-TRANS-READ TO RUN-REQ-READ
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-INSERTS + WS-CNT-UPDATES + WS-CNT-DELETES
           MOVE WS-CNT-REJECTED TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
