      * werden ebenfalls übergangen. Ein nicht zum vereinbarten
      * Wortschatz gehörender Rhythmus und eine im Auszug fehlende
      * Datei werden als eigene Befunde ausgewiesen.
      *
      * Jeder Befund geht außerdem in die gemeinsame Befunddatei
      * FINDINGS (siehe SOSODBCF) für die Morgenübersicht von
      * SOSODBDG; die im Auszug fehlende Datei als schwerer Befund.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBSM.
           SELECT REPORT-FILE ASSIGN TO "STALERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
           COPY "sosodbc.cob".

      *      Auszug des BS2000-Dateikatalogs, Satzaufbau wie in
      *      SOSODBRC (mit letztem Änderungsdatum; Platz und
      *      Satzanzahl wertet nur SOSODBRC aus):
       FD  FILECAT-FILE.
       01  FILECAT-RECORD.
           05 FC-FILE-NAME             PIC X(400).
           05 FC-RECSIZE               PIC 9(9).
           05 FC-LAST-CHANGE           PIC 9(8).
           05 FC-ALLOC-PAGES           PIC 9(9).
           05 FC-USED-PAGES            PIC 9(9).
           05 FC-RECORD-COUNT          PIC 9(11).

       SD  SORT-WORK.
       01  SM-RECORD.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(160).

       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS           PIC X(2).
       01  WS-FINDINGS-STATUS          PIC X(2).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-DAYS-DISP                PIC Z(4)9.
       01  WS-EOF-CATALOG              PIC X(1) VALUE "N".
           88 EOF-CATALOG              VALUE "Y".
       01  WS-EOF-FILECAT              PIC X(1) VALUE "N".
           88 FILE-FOUND               VALUE "Y".
       01  WS-SUB                      PIC 9(5).
       01  WS-FINDING-COUNT            PIC 9(7) VALUE 0.
       01  WS-CATALOG-READ             PIC 9(7) VALUE 0.
       01  WS-ALLOWED-DAYS             PIC 9(4).
       01  WS-DAYS-SINCE               PIC S9(9) COMP.
       01  WS-PREV-DEPT                PIC X(20).
           05 FILLER                   PIC X(2).
           05 DTL-DAYS                 PIC ZZZZ9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-TODAY TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL

           PERFORM 1000-LOAD-FILECAT-TABLE

           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBSM: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SM-DEPT
               INPUT PROCEDURE IS 2000-CHECK-CATALOG
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
           CLOSE REPORT-FILE
           PERFORM 2650-WRITE-RUN-MARKER

           DISPLAY "SOSODBSM: ANZAHL BEFUNDE: " WS-FINDING-COUNT
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBSM" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-LOAD-FILECAT-TABLE.
           OPEN INPUT FILECAT-FILE
           PERFORM UNTIL EOF-FILECAT
                           DISPLAY "SOSODBSM: FILECAT GROESSER ALS "
                               WS-MAX-FILECAT-ENTRIES
                               " EINTRAEGE, LAUF ABGEBROCHEN"
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MAX-FILES
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBSM: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

                   AT END
                       SET EOF-CATALOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOG-READ
                       PERFORM 2100-CHECK-ONE-ENTRY
                           THRU 2199-CHECK-ONE-ENTRY-EXIT
               END-READ
           MOVE TABLE_NAME OF CATALOG-RECORD TO SM-TABLE
           MOVE CATALOG_REFRESH_JOB TO SM-JOB
           MOVE CATALOG_REFRESH_FREQ TO SM-FREQ
           RELEASE SM-RECORD
           PERFORM 2600-WRITE-FINDING.

      *      Befund für die Morgenübersicht:
       2600-WRITE-FINDING.
           MOVE WS-TODAY TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBSM" TO FIND_PROGRAM
           MOVE SM-DEPT TO FIND_DEPT
           MOVE SM-TABLE TO FIND_TABLE_NAME
           MOVE SPACES TO FIND_ITEM
           MOVE 4 TO FIND_SEVERITY
           EVALUATE SM-STATUS
               WHEN "UEBERFAELLIG"
                   MOVE "UEBERFAELLIG" TO FIND_CODE
               WHEN "DATEI FEHLT"
                   MOVE "DATEI-FEHLT" TO FIND_CODE
                   MOVE 8 TO FIND_SEVERITY
               WHEN OTHER
                   MOVE "RHYTHMUS" TO FIND_CODE
           END-EVALUATE
           MOVE SPACES TO FIND_TEXT
           IF SM-STATUS = "UEBERFAELLIG"
               MOVE SM-DAYS-LATE TO WS-DAYS-DISP
               STRING
                   "LETZTE AENDERUNG " DELIMITED BY SIZE
                   SM-LAST-CHANGE DELIMITED BY SIZE
                   ", TAGE" DELIMITED BY SIZE
                   WS-DAYS-DISP DELIMITED BY SIZE
                   ", JOB " DELIMITED BY SIZE
                   SM-JOB DELIMITED BY "  "
                   INTO FIND_TEXT
               END-STRING
           ELSE
               STRING
                   SM-STATUS DELIMITED BY "  "
                   ", RHYTHMUS " DELIMITED BY SIZE
                   SM-FREQ DELIMITED BY "  "
                   INTO FIND_TEXT
               END-STRING
           END-IF
           WRITE FINDINGS-RECORD.

      *      Laufvermerk: die Überwachung ist vollständig
      *      durchgelaufen:
       2650-WRITE-RUN-MARKER.
           MOVE SPACES TO FINDINGS-RECORD
           MOVE WS-TODAY TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBSM" TO FIND_PROGRAM
           MOVE 0 TO FIND_SEVERITY
           MOVE "*LAUF" TO FIND_CODE
           WRITE FINDINGS-RECORD
           CLOSE FINDINGS-FILE.

      *      Je Abteilung eine eigene Seite:
       3000-PRINT-REPORT.
           COMPUTE WS-DTD-SERIAL
               = 365 * WS-DTD-Y + WS-DTD-Q1 - WS-DTD-Q2 + WS-DTD-Q3
                 + WS-DTD-MT + WS-DTD-DAY.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-TODAY TO RUN-REQ-RUN-DATE
           MOVE WS-RUN-TIME TO RUN-REQ-RUN-TIME
           MOVE WS-CATALOG-READ TO RUN-REQ-READ
           MOVE WS-FINDING-COUNT TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
