      * geschrieben. So fällt eine veraltete FILE_NAME-Angabe schon
      * vor dem nächsten ODBC-Zugriff auf, statt erst wenn eine
      * Abfrage scheitert.
      *
      * Der Auszug führt außerdem je Datei den zugewiesenen und den
      * belegten Platz in PAM-Seiten und die Satzanzahl. Für jeden
      * CATALOG-Eintrag, dessen FILE_NAME im Auszug gefunden wird,
      * legt das Programm diese Werte als Tagesstand in der
      * Größenhistorie SIZEHIST ab (siehe SOSODBCH; ein zweiter Lauf
      * am selben Tag ersetzt den Stand). SOSODBGR wertet die
      * Historie wöchentlich aus. Fehlen die neuen Felder in einem
      * älteren Auszug, wird der Stand mit Nullen abgelegt.
      *
      * Jede Ausnahme geht außerdem in die gemeinsame Befunddatei
      * FINDINGS (siehe SOSODBCF) für die Morgenübersicht von
      * SOSODBDG: eine fehlende Datei als schwerer Befund (jeder
      * ODBC-Zugriff scheitert), eine Satzlängenabweichung als
      * Befund.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBRC.
           SELECT EXCPT-FILE ASSIGN TO "EXCPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SIZEHIST-FILE ASSIGN TO "SIZEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST_KEY
               FILE STATUS IS WS-SIZEHIST-STATUS.

           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
      *      Dateikatalog, CCYYMMDD) wird hier nicht geprüft, sondern
      *      von SOSODBSM für die Überfälligkeitsüberwachung
      *      ausgewertet; der Auszug wird für beide Programme nur
      *      einmal gezogen. Platz und Satzanzahl gehen in die
      *      Größenhistorie:
       FD  FILECAT-FILE.
       01  FILECAT-RECORD.
           05 FC-FILE-NAME             PIC X(400).
           05 FC-RECSIZE               PIC 9(9).
           05 FC-LAST-CHANGE           PIC 9(8).
      *         Zugewiesener Platz in PAM-Seiten (FILE-SIZE):
           05 FC-ALLOC-PAGES           PIC 9(9).
      *         Belegter Platz in PAM-Seiten (höchste benutzte
      *         Seite):
           05 FC-USED-PAGES            PIC 9(9).
           05 FC-RECORD-COUNT          PIC 9(11).

      *      Lang genug fuer TABLE_NAME (50) und FILE_NAME (400)
      *      zuzueglich der Literalanteile der Ausnahmezeile, damit
       FD  EXCPT-FILE.
       01  EXCPT-LINE                  PIC X(500).

       FD  SIZEHIST-FILE.
       01  SIZEHIST-RECORD.
           COPY "sosodbch.cob".

       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       WORKING-STORAGE SECTION.
       01  WS-EOF-FILECAT              PIC X(1) VALUE "N".
           88 EOF-FILECAT              VALUE "Y".
       01  WS-EOF-CATALOG              PIC X(1) VALUE "N".
           88 EOF-CATALOG              VALUE "Y".
       01  WS-CATALOG-STATUS           PIC X(2).
       01  WS-SIZEHIST-STATUS          PIC X(2).
       01  WS-FINDINGS-STATUS          PIC X(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-SNAPSHOT-COUNT           PIC 9(7) VALUE 0.
       01  WS-MAX-FILES                PIC 9(5) VALUE 0.
       01  WS-SUB                      PIC 9(5).
       01  WS-FOUND                    PIC X(1).
           88 FILE-FOUND               VALUE "Y".
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-CATALOG-READ             PIC 9(7) VALUE 0.
       01  WS-MAX-FILECAT-ENTRIES      PIC 9(5) VALUE 5000.

       01  FILECAT-TABLE.
                   INDEXED BY FILECAT-IX.
              10 FCT-FILE-NAME         PIC X(400).
              10 FCT-RECSIZE           PIC 9(9).
              10 FCT-ALLOC-PAGES       PIC 9(9).
              10 FCT-USED-PAGES        PIC 9(9).
              10 FCT-RECORD-COUNT      PIC 9(11).

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1000-LOAD-FILECAT-TABLE
           PERFORM 2000-CHECK-CATALOG
           PERFORM 2950-WRITE-RUN-MARKER
           DISPLAY "SOSODBRC: ANZAHL AUSNAHMEN: " WS-EXCEPTION-COUNT
           DISPLAY "SOSODBRC: GROESSENSTAENDE ABGELEGT: "
               WS-SNAPSHOT-COUNT
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBRC" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-LOAD-FILECAT-TABLE.
           OPEN INPUT FILECAT-FILE
           PERFORM UNTIL EOF-FILECAT
                               TO FCT-FILE-NAME (WS-MAX-FILES)
                           MOVE FC-RECSIZE
                               TO FCT-RECSIZE (WS-MAX-FILES)
                           PERFORM 1100-STORE-SIZES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILECAT-FILE.

      *      Ein älterer Auszug ohne Platzangaben liefert hier
      *      Leerzeichen:
       1100-STORE-SIZES.
           IF FC-ALLOC-PAGES IS NUMERIC
               MOVE FC-ALLOC-PAGES TO FCT-ALLOC-PAGES (WS-MAX-FILES)
           ELSE
               MOVE 0 TO FCT-ALLOC-PAGES (WS-MAX-FILES)
           END-IF
           IF FC-USED-PAGES IS NUMERIC
               MOVE FC-USED-PAGES TO FCT-USED-PAGES (WS-MAX-FILES)
           ELSE
               MOVE 0 TO FCT-USED-PAGES (WS-MAX-FILES)
           END-IF
           IF FC-RECORD-COUNT IS NUMERIC
               MOVE FC-RECORD-COUNT
                   TO FCT-RECORD-COUNT (WS-MAX-FILES)
           ELSE
               MOVE 0 TO FCT-RECORD-COUNT (WS-MAX-FILES)
           END-IF.

       2000-CHECK-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBRC: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT EXCPT-FILE
           OPEN I-O SIZEHIST-FILE
           IF WS-SIZEHIST-STATUS NOT = "00"
                   AND WS-SIZEHIST-STATUS NOT = "05"
               DISPLAY "SOSODBRC: SIZEHIST OPEN FEHLGESCHLAGEN, STATUS="
                   WS-SIZEHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBRC: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           PERFORM UNTIL EOF-CATALOG
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET EOF-CATALOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOG-READ
                       PERFORM 2100-CHECK-ONE-ENTRY
                           THRU 2199-CHECK-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE
           CLOSE EXCPT-FILE
           CLOSE SIZEHIST-FILE.

       2100-CHECK-ONE-ENTRY.
      *      Eine VIEW ist nur eine benannte Sicht über mehrere
                           CATALOG_RECSIZE
                       PERFORM 2200-WRITE-SIZE-MISMATCH
                   END-IF
                   PERFORM 2400-WRITE-SNAPSHOT
               END-IF
           END-PERFORM

               FILE_NAME DELIMITED BY SIZE
               INTO EXCPT-LINE
           END-STRING
           WRITE EXCPT-LINE
           MOVE 4 TO FIND_SEVERITY
           MOVE "SATZLAENGE" TO FIND_CODE
           MOVE SPACES TO FIND_TEXT
           STRING
               "RECSIZE=" DELIMITED BY SIZE
               CATALOG_RECSIZE DELIMITED BY SIZE
               " DATEI=" DELIMITED BY SIZE
               FCT-RECSIZE (WS-SUB) DELIMITED BY SIZE
               INTO FIND_TEXT
           END-STRING
           PERFORM 2900-WRITE-FINDING.

       2300-WRITE-MISSING-FILE.
           ADD 1 TO WS-EXCEPTION-COUNT
               FILE_NAME DELIMITED BY SIZE
               INTO EXCPT-LINE
           END-STRING
           WRITE EXCPT-LINE
           MOVE 8 TO FIND_SEVERITY
           MOVE "DATEI-FEHLT" TO FIND_CODE
           MOVE FILE_NAME TO FIND_TEXT
           PERFORM 2900-WRITE-FINDING.

      *      Tagesstand in die Größenhistorie; ein früherer Stand
      *      desselben Tages wird ersetzt:
       2400-WRITE-SNAPSHOT.
           MOVE TABLE_NAME TO HIST_TABLE_NAME
           MOVE WS-TODAY TO HIST_SNAP_DATE
           MOVE FILE_NAME TO HIST_FILE_NAME
           MOVE FCT-ALLOC-PAGES (WS-SUB) TO HIST_ALLOC_PAGES
           MOVE FCT-USED-PAGES (WS-SUB) TO HIST_USED_PAGES
           MOVE FCT-RECORD-COUNT (WS-SUB) TO HIST_RECORD_COUNT
           MOVE CATALOG_OWNER_DEPT TO HIST_OWNER_DEPT
           WRITE SIZEHIST-RECORD
               INVALID KEY
                   REWRITE SIZEHIST-RECORD
                       INVALID KEY
                           DISPLAY "SOSODBRC: SIZEHIST SCHREIBEN "
                               "FEHLGESCHLAGEN, STATUS="
                               WS-SIZEHIST-STATUS " " TABLE_NAME
                   END-REWRITE
           END-WRITE
           IF WS-SIZEHIST-STATUS = "00"
               ADD 1 TO WS-SNAPSHOT-COUNT
           END-IF.

      *      Befund für die Morgenübersicht; FIND_SEVERITY,
      *      FIND_CODE und FIND_TEXT sind gesetzt:
       2900-WRITE-FINDING.
           MOVE WS-TODAY TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBRC" TO FIND_PROGRAM
           MOVE CATALOG_OWNER_DEPT TO FIND_DEPT
           MOVE TABLE_NAME TO FIND_TABLE_NAME
           MOVE SPACES TO FIND_ITEM
           WRITE FINDINGS-RECORD.

      *      Laufvermerk: der Abgleich ist vollständig durchgelaufen:
       2950-WRITE-RUN-MARKER.
           MOVE SPACES TO FINDINGS-RECORD
           MOVE WS-TODAY TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBRC" TO FIND_PROGRAM
           MOVE 0 TO FIND_SEVERITY
           MOVE "*LAUF" TO FIND_CODE
           WRITE FINDINGS-RECORD
           CLOSE FINDINGS-FILE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-TODAY TO RUN-REQ-RUN-DATE
           MOVE WS-RUN-TIME TO RUN-REQ-RUN-TIME
           MOVE WS-CATALOG-READ TO RUN-REQ-READ
           MOVE WS-SNAPSHOT-COUNT TO RUN-REQ-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
