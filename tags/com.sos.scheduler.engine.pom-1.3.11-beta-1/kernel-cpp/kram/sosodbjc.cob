      * Returncode wie bei den übrigen Überwachungen: 0 ohne
      * Befunde, 4 sobald etwas auszuweisen war, 8 bei
      * gescheiterter Pflichtdatei.
      *
      * Beide Befundarten gehen außerdem in die gemeinsame
      * Befunddatei FINDINGS (siehe SOSODBCF) für die Morgenübersicht
      * von SOSODBDG, der Job jeweils als betroffenes Einzelobjekt.
      * Ein Verzeichnisjob ohne Katalogeintrag hat keine Abteilung
      * und läuft dort unter "UNBEKANNT".
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBJC.
           SELECT REPORT-FILE ASSIGN TO "JCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-FINDINGS-STATUS         PIC X(2).
       01  WS-RUN-ID.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-TIME             PIC 9(6).
       01  WS-EOF-CATALOG             PIC X(1) VALUE "N".
           88 EOF-CATALOG             VALUE "Y".
       01  WS-EOF-JOBINV              PIC X(1) VALUE "N".
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1000-LOAD-JOB-INVENTORY
           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBJC: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           SORT SORT-WORK
           PERFORM 6000-PRINT-UNUSED-JOBS
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           PERFORM 7100-WRITE-RUN-MARKER

           DISPLAY "SOSODBJC: ANZAHL BEFUNDE: " WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBJC" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-LOAD-JOB-INVENTORY.
           OPEN INPUT JOBINV-FILE
           PERFORM UNTIL EOF-JOBINV
                               WS-MAX-JOB-ENTRIES
                               " ZEILEN, LAUF ABGEBROCHEN"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-JOB-COUNT
               DISPLAY "SOSODBJC: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

                   MOVE TABLE_NAME OF CATALOG-RECORD TO JC-TABLE
                   MOVE CATALOG_REFRESH_JOB TO JC-JOB
                   RELEASE JC-RECORD
                   MOVE JC-DEPT TO FIND_DEPT
                   MOVE JC-TABLE TO FIND_TABLE_NAME
                   MOVE "JOB-FEHLT" TO FIND_CODE
                   MOVE JC-JOB TO FIND_ITEM
                   MOVE "REFRESH-JOB NICHT IM JOBVERZEICHNIS"
                       TO FIND_TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

                   ADD 1 TO WS-FINDING-COUNT
                   MOVE JT-JOB-NAME (WS-SUB) TO UNU-JOB
                   WRITE REPORT-LINE FROM UNUSED-LINE
                   MOVE "UNBEKANNT" TO FIND_DEPT
                   MOVE SPACES TO FIND_TABLE_NAME
                   MOVE "JOB-OHNE-KATALOG" TO FIND_CODE
                   MOVE JT-JOB-NAME (WS-SUB) TO FIND_ITEM
                   MOVE "JOB VON KEINEM KATALOGEINTRAG GENANNT"
                       TO FIND_TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-PERFORM.

           MOVE "BEFUNDE INSGESAMT" TO SUM-TEXT
           MOVE WS-FINDING-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Befund für die Morgenübersicht; Abteilung, TABLE_NAME,
      *      Kennung, Job und Text sind gesetzt:
       7000-WRITE-FINDING.
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBJC" TO FIND_PROGRAM
           MOVE 4 TO FIND_SEVERITY
           WRITE FINDINGS-RECORD.

      *      Laufvermerk: der Abgleich ist vollständig durchgelaufen:
       7100-WRITE-RUN-MARKER.
           MOVE SPACES TO FINDINGS-RECORD
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBJC" TO FIND_PROGRAM
           MOVE 0 TO FIND_SEVERITY
           MOVE "*LAUF" TO FIND_CODE
           WRITE FINDINGS-RECORD
           CLOSE FINDINGS-FILE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RUN-ID TO RUN-REQ-RUN-ID
           MOVE WS-JOB-COUNT TO RUN-REQ-READ
           MOVE WS-FINDING-COUNT TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
