      * ausgewiesen wurde, 8 wenn eine Pflichtdatei nicht lesbar
      * war. Der umschließende JobScheduler-Job kann damit noch in
      * derselben Nacht alarmieren.
      *
      * Jeder Befund geht außerdem in die gemeinsame Befunddatei
      * FINDINGS (siehe SOSODBCF) für die Morgenübersicht von
      * SOSODBDG; bei verwaisten Zeilen ist die Spalte bzw.
      * VIEW_SEQ_NO das betroffene Einzelobjekt.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBIC.
           SELECT REPORT-FILE ASSIGN TO "ICRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(160).

       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-COLUMNS-STATUS          PIC X(2).
       01  WS-VIEWMBRS-STATUS         PIC X(2).
       01  WS-FINDINGS-STATUS         PIC X(2).
       01  WS-RUN-ID.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-TIME             PIC 9(6).
       01  WS-EOF-CATALOG             PIC X(1) VALUE "N".
           88 EOF-CATALOG             VALUE "Y".
       01  WS-EOF-COLUMNS             PIC X(1) VALUE "N".
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
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBIC: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-CATALOG


           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           PERFORM 2960-WRITE-RUN-MARKER

           DISPLAY "SOSODBIC: ANZAHL BEFUNDE: " WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBIC" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBIC: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CATALOG
                               WS-MAX-CAT-ENTRIES
                               " EINTRAEGE, LAUF ABGEBROCHEN"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CAT-COUNT
               DISPLAY "SOSODBIC: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CUR-TABLE
               DISPLAY "SOSODBIC: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VIEWMBRS

       2900-RELEASE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           RELEASE IC-RECORD
           PERFORM 2950-WRITE-FINDING.

      *      Befund für die Morgenübersicht:
       2950-WRITE-FINDING.
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBIC" TO FIND_PROGRAM
           MOVE 4 TO FIND_SEVERITY
           MOVE IC-DEPT TO FIND_DEPT
           MOVE IC-TABLE TO FIND_TABLE_NAME
           MOVE SPACES TO FIND_ITEM
           EVALUATE IC-REASON
               WHEN "COLUMNS-ZEILE VERWAIST"
                   MOVE "COL-VERWAIST" TO FIND_CODE
                   MOVE IC-DETAIL TO FIND_ITEM
               WHEN "VIEWMBRS-ZEILE VERWAIST"
                   MOVE "VM-VERWAIST" TO FIND_CODE
                   MOVE IC-DETAIL TO FIND_ITEM
               WHEN "VIEW OHNE VIEWMBRS-ZEILE"
                   MOVE "VIEW-LEER" TO FIND_CODE
               WHEN "SYNONYM-AUF-SYNONYM-KETTE"
                   MOVE "SYN-KETTE" TO FIND_CODE
               WHEN "SYNONYM-ZIEL NICHT KATALOGISIERT"
                   MOVE "SYN-ZIEL-FEHLT" TO FIND_CODE
               WHEN "LUECKE IN ORDINAL_POSITION"
                   MOVE "ORD-LUECKE" TO FIND_CODE
               WHEN OTHER
                   MOVE "RECSIZE-SUMME" TO FIND_CODE
           END-EVALUATE
           MOVE SPACES TO FIND_TEXT
           STRING
               IC-REASON DELIMITED BY "  "
               " " DELIMITED BY SIZE
               IC-DETAIL DELIMITED BY SIZE
               INTO FIND_TEXT
           END-STRING
           WRITE FINDINGS-RECORD.

      *      Laufvermerk: die Querprüfung ist vollständig
      *      durchgelaufen:
       2960-WRITE-RUN-MARKER.
           MOVE SPACES TO FINDINGS-RECORD
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBIC" TO FIND_PROGRAM
           MOVE 0 TO FIND_SEVERITY
           MOVE "*LAUF" TO FIND_CODE
           WRITE FINDINGS-RECORD
           CLOSE FINDINGS-FILE.

      *      Sucht WS-CHECK-NAME in der CATALOG-Namenstabelle und
      *      liefert den Tabelleneintrag nach WS-FOUND-SUB:
           MOVE "BEFUNDE INSGESAMT" TO SUM-TEXT
           MOVE WS-FINDING-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RUN-ID TO RUN-REQ-RUN-ID
           MOVE WS-CAT-COUNT TO RUN-REQ-READ
           MOVE WS-FINDING-COUNT TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
