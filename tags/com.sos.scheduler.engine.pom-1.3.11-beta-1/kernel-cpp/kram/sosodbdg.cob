      *----------------------------------------------------------------
      * SOSODBDG - Morgenübersicht der nächtlichen Befunde je
      *            Abteilung mit Verteilerdeck
      *
      * Jede Abteilung musste morgens fünf Listen lesen (EXCPTRPT,
      * STALERPT, ICRPT, JCRPT, VALRPT/TRANSREJ); gelesen wurden sie
      * meist erst nach einem Anruf. Die nächtlichen Prüfungen
      * schreiben ihre Befunde deshalb zusätzlich in die gemeinsame
      * Befunddatei FINDINGS (siehe SOSODBCF).
      *
      * Dieses Programm fasst die Befunde der Nacht je
      * CATALOG_OWNER_DEPT auf einer eigenen Seite nach DIGEST
      * zusammen und führt dabei in OPENFIND (siehe SOSODBCN) jeden
      * Befund, bis er erledigt ist. Neben TABLE_NAME zeigt jede
      * Zeile das betroffene Einzelobjekt (FIND_ITEM, z.B. den Job
      * bei JOB-OHNE-KATALOG), sonst wären Befunde derselben
      * Kennung nicht zu unterscheiden. Jede Zeile trägt einen Stand:
      *  - "NEU"        erstmals gemeldet,
      *  - "OFFEN"      heute erneut gemeldet, mit dem Alter in
      *                 Tagen seit der ersten Meldung,
      *  - "UNGEPRUEFT" aus früheren Tagen offen, das meldende
      *                 Programm ist diese Nacht nicht vollständig
      *                 gelaufen (kein Laufvermerk) - der Befund
      *                 wird mit seinem Alter weitergetragen,
      *  - "ERLEDIGT"   früher offen, vom meldenden Programm in
      *                 einem vollständigen Lauf nicht mehr gemeldet;
      *                 wird einmal gezeigt und aus OPENFIND
      *                 entfernt.
      * Meldet ein Programm denselben Befund in einer Nacht mehrfach
      * (z.B. nach einem Wiederholungslauf), erscheint er nur einmal.
      *
      * Aus dem gepflegten Abteilungsverzeichnis DEPTDIR (siehe
      * SOSODBCD) entsteht je gedruckter Seite eine Karte im
      * Verteilerdeck DISTDECK, über die der anschließende Post- bzw.
      * Druckschritt die Seite an die Abteilung bringt. Fehlt die
      * Abteilung im Verzeichnis, gilt der Eintrag "*"; fehlt auch
      * der, bleibt die Seite ohne Karte und wird in der
      * Schlusszeile gezählt.
      *
      * Nach erfolgreichem Lauf wird FINDINGS geleert, damit die
      * nächste Nacht neu beginnt. Returncode 0 ohne offenen Befund,
      * 4 sobald ein Befund (Schwere 4 oder 8) offen ist oder eine
      * Seite ohne Verteiler bleibt, 8 bei gescheiterter
      * Pflichtdatei (FINDINGS bleibt dann unverändert).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

      *      OPTIONAL, damit der erste Lauf sie anlegt:
           SELECT OPTIONAL OPENFIND-FILE ASSIGN TO "OPENFIND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPEN_KEY
               FILE STATUS IS WS-OPENFIND-STATUS.

           SELECT DEPTDIR-FILE ASSIGN TO "DEPTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTDIR-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "DIGEST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIST-FILE ASSIGN TO "DISTDECK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       FD  OPENFIND-FILE.
       01  OPENFIND-RECORD.
           COPY "sosodbcn.cob".

       FD  DEPTDIR-FILE.
       01  DEPTDIR-RECORD.
           COPY "sosodbcd.cob".

       SD  SORT-WORK.
       01  DG-RECORD.
           05 DG-DEPT                  PIC X(20).
      *      1 = NEU, 2 = OFFEN, 3 = UNGEPRUEFT, 4 = ERLEDIGT:
           05 DG-STATE                 PIC 9(1).
           05 DG-SEVERITY              PIC 9(2).
      *      Tage seit der ersten Meldung:
           05 DG-AGE                   PIC 9(5).
           05 DG-PROGRAM               PIC X(8).
           05 DG-TABLE                 PIC X(50).
           05 DG-ITEM                  PIC X(50).
           05 DG-CODE                  PIC X(16).
           05 DG-TEXT                  PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(240).

      *      Eine Karte je Abteilungsseite für den Post- bzw.
      *      Druckschritt:
       FD  DIST-FILE.
       01  DIST-RECORD.
      *      "M" = Post, "P" = Druck, "B" = beides (aus DEPTDIR):
           05 DIST-MODE                PIC X(1).
           05 DIST-DEPT                PIC X(20).
           05 DIST-MAIL-ADDRESS        PIC X(60).
           05 DIST-PRINT-DEST          PIC X(8).
      *      Seite in DIGEST:
           05 DIST-PAGE                PIC 9(5).
      *      Offene Befunde auf der Seite (ohne "ERLEDIGT"):
           05 DIST-OPEN-COUNT          PIC 9(5).
           05 DIST-CONTACT             PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FINDINGS-STATUS          PIC X(2).
       01  WS-OPENFIND-STATUS          PIC X(2).
       01  WS-DEPTDIR-STATUS           PIC X(2).
       01  WS-EOF-FINDINGS             PIC X(1) VALUE "N".
           88 EOF-FINDINGS             VALUE "Y".
       01  WS-EOF-OPENFIND             PIC X(1) VALUE "N".
           88 EOF-OPENFIND             VALUE "Y".
       01  WS-EOF-DEPTDIR              PIC X(1) VALUE "N".
           88 EOF-DEPTDIR              VALUE "Y".
       01  WS-EOF-SORT                 PIC X(1) VALUE "N".
           88 EOF-SORT                 VALUE "Y".
       01  WS-FOUND                    PIC X(1).
           88 ENTRY-FOUND              VALUE "Y".
       01  WS-PREV-DEPT                PIC X(20).
       01  WS-FIRST-DEPT               PIC X(1).
           88 FIRST-DEPT               VALUE "Y".

      *      Laufkennung dieses Laufs; ein Befund mit dieser
      *      Kennung in OPEN_DIGEST_ID ist heute schon gezeigt:
       01  WS-RUN-ID.
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-RUN-TIME              PIC 9(6).
       01  WS-TODAY-SERIAL             PIC S9(9) COMP.
       01  WS-AGE                      PIC S9(9) COMP.

      *      Programme mit Laufvermerk in dieser Nacht:
       01  WS-MAX-RAN-ENTRIES          PIC 9(3) VALUE 50.
       01  WS-RAN-COUNT                PIC 9(3) VALUE 0.
       01  WS-RAN-SUB                  PIC 9(3).
       01  RAN-TABLE.
           05 RAN-PROGRAM OCCURS 50 TIMES
                                       PIC X(8).

      *      Abteilungsverzeichnis im Speicher:
       01  WS-MAX-DIR-ENTRIES          PIC 9(5) VALUE 1000.
       01  WS-DIR-COUNT                PIC 9(5) VALUE 0.
       01  WS-DIR-SUB                  PIC 9(5).
       01  WS-DEFAULT-SUB              PIC 9(5) VALUE 0.
       01  DIR-TABLE.
           05 DIR-ENTRY OCCURS 1000 TIMES.
              10 DIRT-DEPT             PIC X(20).
              10 DIRT-CONTACT          PIC X(40).
              10 DIRT-MODE             PIC X(1).
              10 DIRT-MAIL-ADDRESS     PIC X(60).
              10 DIRT-PRINT-DEST       PIC X(8).

      *      Gerade gedruckte Abteilungsseite:
       01  WS-PAGE-NO                  PIC 9(5) VALUE 0.
       01  WS-PAGE-OPEN                PIC 9(5).
       01  WS-PAGE-DIR-SUB             PIC 9(5).

      *      Umrechnung CCYYMMDD in eine fortlaufende Tageszahl (wie
      *      in SOSODBSM):
       01  WS-DTD-DATE.
           05 WS-DTD-YEAR              PIC 9(4).
           05 WS-DTD-MONTH             PIC 9(2).
           05 WS-DTD-DAY               PIC 9(2).
       01  WS-DTD-SERIAL               PIC S9(9) COMP.
       01  WS-DTD-Y                    PIC S9(9) COMP.
       01  WS-DTD-M                    PIC S9(4) COMP.
       01  WS-DTD-Q1                   PIC S9(9) COMP.
       01  WS-DTD-Q2                   PIC S9(9) COMP.
       01  WS-DTD-Q3                   PIC S9(9) COMP.
       01  WS-DTD-MT                   PIC S9(9) COMP.

       01  WS-CNT-READ                 PIC 9(7) VALUE 0.
       01  WS-CNT-NEW                  PIC 9(7) VALUE 0.
       01  WS-CNT-OPEN                 PIC 9(7) VALUE 0.
       01  WS-CNT-UNCHECKED            PIC 9(7) VALUE 0.
       01  WS-CNT-CLOSED               PIC 9(7) VALUE 0.
       01  WS-CNT-DUPLICATE            PIC 9(7) VALUE 0.
       01  WS-CNT-PAGES                PIC 9(7) VALUE 0.
       01  WS-CNT-NO-DIR               PIC 9(7) VALUE 0.
      *      Offene Befunde der Schwere 4 oder 8:
       01  WS-FINDING-COUNT            PIC 9(7) VALUE 0.

       01  HDR-LINE-1.
           05 FILLER                   PIC X(36)
                   VALUE "MORGENUEBERSICHT BEFUNDE  ABTEILUNG:".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 HDR-DEPT                 PIC X(20).
           05 FILLER                   PIC X(7) VALUE "STAND: ".
           05 HDR-DATE                 PIC 9(8).
           05 FILLER                   PIC X(9) VALUE "  SEITE: ".
           05 HDR-PAGE                 PIC ZZZZ9.

       01  HDR-LINE-2.
           05 FILLER                   PIC X(17)
                   VALUE "ANSPRECHPARTNER: ".
           05 HDR-CONTACT              PIC X(42).
           05 FILLER                   PIC X(12) VALUE "VERTEILUNG: ".
           05 HDR-DIST                 PIC X(72).

       01  HDR-LINE-3.
           05 FILLER                   PIC X(11) VALUE "STAND".
           05 FILLER                   PIC X(8)  VALUE "SCHWERE".
           05 FILLER                   PIC X(7)  VALUE "   TAGE".
           05 FILLER                   PIC X(10) VALUE "PROGRAMM".
           05 FILLER                   PIC X(18) VALUE "KENNUNG".
           05 FILLER                   PIC X(52) VALUE "TABLE_NAME".
           05 FILLER                   PIC X(52) VALUE "OBJEKT".
           05 FILLER                   PIC X(80) VALUE "BEFUND".

       01  DETAIL-LINE.
           05 DTL-STATE                PIC X(11).
           05 DTL-SEVERITY             PIC X(8).
           05 DTL-AGE                  PIC Z(4)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROGRAM              PIC X(10).
           05 DTL-CODE                 PIC X(18).
           05 DTL-TABLE                PIC X(52).
           05 DTL-ITEM                 PIC X(52).
           05 DTL-TEXT                 PIC X(80).

       01  SUM-LINE.
           05 SUM-TEXT                 PIC X(40).
           05 SUM-COUNT                PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL

           PERFORM 1000-LOAD-DEPTDIR

           OPEN INPUT FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBDG: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: Bestand beim allerersten Lauf angelegt:
           OPEN I-O OPENFIND-FILE
           IF WS-OPENFIND-STATUS NOT = "00"
                   AND WS-OPENFIND-STATUS NOT = "05"
               DISPLAY "SOSODBDG: OPENFIND OPEN FEHLGESCHLAGEN, STATUS="
                   WS-OPENFIND-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DIST-FILE

           SORT SORT-WORK
               ON ASCENDING KEY DG-DEPT
                                DG-STATE
               ON DESCENDING KEY DG-SEVERITY
                                 DG-AGE
               ON ASCENDING KEY DG-PROGRAM
                                DG-TABLE
                                DG-ITEM
               INPUT PROCEDURE IS 2000-COLLECT-FINDINGS
               OUTPUT PROCEDURE IS 5000-PRINT-DIGEST

           PERFORM 8000-WRITE-TOTALS

           CLOSE FINDINGS-FILE
           CLOSE OPENFIND-FILE
           CLOSE REPORT-FILE
           CLOSE DIST-FILE

      *      Die Befunde der Nacht sind übernommen:
           OPEN OUTPUT FINDINGS-FILE
           CLOSE FINDINGS-FILE

           DISPLAY "SOSODBDG: ANZAHL OFFENE BEFUNDE: " WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0 OR WS-CNT-NO-DIR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBDG" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-LOAD-DEPTDIR.
           OPEN INPUT DEPTDIR-FILE
           IF WS-DEPTDIR-STATUS NOT = "00"
               DISPLAY "SOSODBDG: DEPTDIR OPEN FEHLGESCHLAGEN, STATUS="
                   WS-DEPTDIR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-DEPTDIR
               READ DEPTDIR-FILE
                   AT END
                       SET EOF-DEPTDIR TO TRUE
                   NOT AT END
                       IF WS-DIR-COUNT >= WS-MAX-DIR-ENTRIES
                           DISPLAY "SOSODBDG: DEPTDIR GROESSER ALS "
                               WS-MAX-DIR-ENTRIES
                               " EINTRAEGE, LAUF ABGEBROCHEN"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DIR-COUNT
                       MOVE DIR_DEPT TO DIRT-DEPT (WS-DIR-COUNT)
                       MOVE DIR_CONTACT TO DIRT-CONTACT (WS-DIR-COUNT)
                       MOVE DIR_MODE TO DIRT-MODE (WS-DIR-COUNT)
                       MOVE DIR_MAIL_ADDRESS
                           TO DIRT-MAIL-ADDRESS (WS-DIR-COUNT)
                       MOVE DIR_PRINT_DEST
                           TO DIRT-PRINT-DEST (WS-DIR-COUNT)
                       IF DIR_DEPT = "*"
                           MOVE WS-DIR-COUNT TO WS-DEFAULT-SUB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPTDIR-FILE.

      *      Erst die Befunde der Nacht, dann die früher offenen, die
      *      heute nicht gemeldet wurden:
       2000-COLLECT-FINDINGS.
           PERFORM UNTIL EOF-FINDINGS
               READ FINDINGS-FILE
                   AT END
                       SET EOF-FINDINGS TO TRUE
                   NOT AT END
                       IF FIND_CODE = "*LAUF"
                           PERFORM 2200-NOTE-RUN-MARKER
                       ELSE
                           PERFORM 2100-TAKE-FINDING
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-CARRY-FORWARD.

      *      Befund in OPENFIND fortschreiben bzw. neu aufnehmen:
       2100-TAKE-FINDING.
           ADD 1 TO WS-CNT-READ
           MOVE FIND_PROGRAM TO OPEN_PROGRAM
           MOVE FIND_CODE TO OPEN_CODE
           MOVE FIND_DEPT TO OPEN_DEPT
           MOVE FIND_TABLE_NAME TO OPEN_TABLE_NAME
           MOVE FIND_ITEM TO OPEN_ITEM
           READ OPENFIND-FILE
               INVALID KEY
                   MOVE FIND_RUN_DATE TO OPEN_FIRST_DATE
                   MOVE FIND_RUN_DATE TO OPEN_LAST_DATE
                   MOVE WS-RUN-ID TO OPEN_DIGEST_ID
                   MOVE 1 TO OPEN_SEEN_COUNT
                   MOVE FIND_SEVERITY TO OPEN_SEVERITY
                   MOVE FIND_TEXT TO OPEN_TEXT
                   WRITE OPENFIND-RECORD
                       INVALID KEY
                           DISPLAY "SOSODBDG: OPENFIND SCHREIBEN "
                               "FEHLGESCHLAGEN, STATUS="
                               WS-OPENFIND-STATUS
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-CNT-NEW
                   MOVE 1 TO DG-STATE
                   MOVE 0 TO DG-AGE
                   PERFORM 2900-RELEASE-LINE
               NOT INVALID KEY
                   IF OPEN_DIGEST_ID = WS-RUN-ID
                       ADD 1 TO WS-CNT-DUPLICATE
                   ELSE
                       ADD 1 TO OPEN_SEEN_COUNT
                       MOVE FIND_RUN_DATE TO OPEN_LAST_DATE
                       MOVE WS-RUN-ID TO OPEN_DIGEST_ID
                       MOVE FIND_SEVERITY TO OPEN_SEVERITY
                       MOVE FIND_TEXT TO OPEN_TEXT
                       REWRITE OPENFIND-RECORD
                           INVALID KEY
                               DISPLAY "SOSODBDG: OPENFIND SCHREIBEN "
                                   "FEHLGESCHLAGEN, STATUS="
                                   WS-OPENFIND-STATUS
                               MOVE 8 TO RETURN-CODE
                               PERFORM 9900-WRITE-RUN-HISTORY
                               STOP RUN
                       END-REWRITE
                       ADD 1 TO WS-CNT-OPEN
                       MOVE 2 TO DG-STATE
                       PERFORM 2800-COMPUTE-AGE
                       PERFORM 2900-RELEASE-LINE
                   END-IF
           END-READ.

       2200-NOTE-RUN-MARKER.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-RAN-SUB FROM 1 BY 1
                   UNTIL WS-RAN-SUB > WS-RAN-COUNT
                      OR ENTRY-FOUND
               IF RAN-PROGRAM (WS-RAN-SUB) = FIND_PROGRAM
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-RAN-COUNT >= WS-MAX-RAN-ENTRIES
                   DISPLAY "SOSODBDG: MEHR ALS " WS-MAX-RAN-ENTRIES
                       " PROGRAMME MIT LAUFVERMERK, LAUF ABGEBROCHEN"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
               ADD 1 TO WS-RAN-COUNT
               MOVE FIND_PROGRAM TO RAN-PROGRAM (WS-RAN-COUNT)
           END-IF.

      *      Alter in Tagen seit der ersten Meldung:
       2800-COMPUTE-AGE.
           MOVE OPEN_FIRST_DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           COMPUTE WS-AGE = WS-TODAY-SERIAL - WS-DTD-SERIAL
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF
           MOVE WS-AGE TO DG-AGE.

      *      DG-STATE und DG-AGE sind gesetzt, der Befund steht in
      *      FINDINGS-RECORD:
       2900-RELEASE-LINE.
           MOVE FIND_DEPT TO DG-DEPT
           MOVE FIND_SEVERITY TO DG-SEVERITY
           MOVE FIND_PROGRAM TO DG-PROGRAM
           MOVE FIND_TABLE_NAME TO DG-TABLE
           MOVE FIND_ITEM TO DG-ITEM
           MOVE FIND_CODE TO DG-CODE
           MOVE FIND_TEXT TO DG-TEXT
           IF DG-STATE NOT = 4 AND DG-SEVERITY NOT < 4
               ADD 1 TO WS-FINDING-COUNT
           END-IF
           RELEASE DG-RECORD.

      *      Heute nicht gemeldete Befunde aus OPENFIND: erledigt,
      *      wenn das meldende Programm vollständig gelaufen ist,
      *      sonst ungeprüft weitergetragen:
       3000-CARRY-FORWARD.
           MOVE LOW-VALUES TO OPEN_KEY
           START OPENFIND-FILE KEY IS NOT LESS THAN OPEN_KEY
               INVALID KEY
                   SET EOF-OPENFIND TO TRUE
           END-START
           PERFORM UNTIL EOF-OPENFIND
               READ OPENFIND-FILE NEXT RECORD
                   AT END
                       SET EOF-OPENFIND TO TRUE
                   NOT AT END
                       IF OPEN_DIGEST_ID NOT = WS-RUN-ID
                           PERFORM 3100-CHECK-OLD-FINDING
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-OLD-FINDING.
           MOVE OPEN_PROGRAM TO FIND_PROGRAM
           MOVE OPEN_CODE TO FIND_CODE
           MOVE OPEN_DEPT TO FIND_DEPT
           MOVE OPEN_TABLE_NAME TO FIND_TABLE_NAME
           MOVE OPEN_ITEM TO FIND_ITEM
           MOVE OPEN_SEVERITY TO FIND_SEVERITY
           MOVE OPEN_TEXT TO FIND_TEXT
           PERFORM 2800-COMPUTE-AGE

           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-RAN-SUB FROM 1 BY 1
                   UNTIL WS-RAN-SUB > WS-RAN-COUNT
                      OR ENTRY-FOUND
               IF RAN-PROGRAM (WS-RAN-SUB) = OPEN_PROGRAM
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               DELETE OPENFIND-FILE RECORD
                   INVALID KEY
                       DISPLAY "SOSODBDG: OPENFIND LOESCHEN "
                           "FEHLGESCHLAGEN, STATUS="
                           WS-OPENFIND-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM 9900-WRITE-RUN-HISTORY
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CNT-CLOSED
               MOVE 4 TO DG-STATE
           ELSE
               ADD 1 TO WS-CNT-UNCHECKED
               MOVE 3 TO DG-STATE
           END-IF
           PERFORM 2900-RELEASE-LINE.

      *      Je Abteilung eine eigene Seite und eine Verteilerkarte:
       5000-PRINT-DIGEST.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR DG-DEPT NOT = WS-PREV-DEPT
                           IF NOT FIRST-DEPT
                               PERFORM 5300-WRITE-DIST-CARD
                           END-IF
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE DG-DEPT TO WS-PREV-DEPT
                           PERFORM 5100-PRINT-DEPT-HEADER
                       END-IF
                       PERFORM 5200-PRINT-DETAIL
               END-RETURN
           END-PERFORM
           IF NOT FIRST-DEPT
               PERFORM 5300-WRITE-DIST-CARD
           END-IF.

       5100-PRINT-DEPT-HEADER.
           ADD 1 TO WS-PAGE-NO
           ADD 1 TO WS-CNT-PAGES
           MOVE 0 TO WS-PAGE-OPEN

      *      Eigener Verzeichniseintrag, sonst der Eintrag "*":
           MOVE WS-DEFAULT-SUB TO WS-PAGE-DIR-SUB
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-COUNT
               IF DIRT-DEPT (WS-DIR-SUB) = DG-DEPT
                   MOVE WS-DIR-SUB TO WS-PAGE-DIR-SUB
               END-IF
           END-PERFORM

           MOVE DG-DEPT TO HDR-DEPT
           MOVE WS-RUN-DATE TO HDR-DATE
           MOVE WS-PAGE-NO TO HDR-PAGE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO HDR-CONTACT
           MOVE SPACES TO HDR-DIST
           IF WS-PAGE-DIR-SUB = 0
               MOVE "KEIN EINTRAG IM ABTEILUNGSVERZEICHNIS" TO HDR-DIST
           ELSE
               MOVE DIRT-CONTACT (WS-PAGE-DIR-SUB) TO HDR-CONTACT
               EVALUATE DIRT-MODE (WS-PAGE-DIR-SUB)
                   WHEN "M"
                       MOVE DIRT-MAIL-ADDRESS (WS-PAGE-DIR-SUB)
                           TO HDR-DIST
                   WHEN "P"
                       STRING
                           "DRUCK " DELIMITED BY SIZE
                           DIRT-PRINT-DEST (WS-PAGE-DIR-SUB)
                               DELIMITED BY SIZE
                           INTO HDR-DIST
                       END-STRING
                   WHEN OTHER
                       STRING
                           "DRUCK " DELIMITED BY SIZE
                           DIRT-PRINT-DEST (WS-PAGE-DIR-SUB)
                               DELIMITED BY SIZE
                           " UND " DELIMITED BY SIZE
                           DIRT-MAIL-ADDRESS (WS-PAGE-DIR-SUB)
                               DELIMITED BY SIZE
                           INTO HDR-DIST
                       END-STRING
               END-EVALUATE
           END-IF
           WRITE REPORT-LINE FROM HDR-LINE-2
           WRITE REPORT-LINE FROM HDR-LINE-3
               AFTER ADVANCING 2 LINES.

       5200-PRINT-DETAIL.
           EVALUATE DG-STATE
               WHEN 1
                   MOVE "NEU" TO DTL-STATE
               WHEN 2
                   MOVE "OFFEN" TO DTL-STATE
               WHEN 3
                   MOVE "UNGEPRUEFT" TO DTL-STATE
               WHEN OTHER
                   MOVE "ERLEDIGT" TO DTL-STATE
           END-EVALUATE
           IF DG-STATE NOT = 4
               ADD 1 TO WS-PAGE-OPEN
           END-IF
           EVALUATE DG-SEVERITY
               WHEN 0
                   MOVE "HINWEIS" TO DTL-SEVERITY
               WHEN 4
                   MOVE "BEFUND" TO DTL-SEVERITY
               WHEN OTHER
                   MOVE "SCHWER" TO DTL-SEVERITY
           END-EVALUATE
           MOVE DG-AGE TO DTL-AGE
           MOVE DG-PROGRAM TO DTL-PROGRAM
           MOVE DG-CODE TO DTL-CODE
           MOVE DG-TABLE TO DTL-TABLE
           MOVE DG-ITEM TO DTL-ITEM
           MOVE DG-TEXT TO DTL-TEXT
           WRITE REPORT-LINE FROM DETAIL-LINE.

      *      Karte für die zuletzt gedruckte Seite; ohne Eintrag im
      *      Verzeichnis (auch ohne "*") keine Karte:
       5300-WRITE-DIST-CARD.
           IF WS-PAGE-DIR-SUB = 0
               ADD 1 TO WS-CNT-NO-DIR
               DISPLAY "SOSODBDG: KEIN VERTEILER FUER ABTEILUNG "
                   WS-PREV-DEPT
           ELSE
               MOVE SPACES TO DIST-RECORD
               MOVE DIRT-MODE (WS-PAGE-DIR-SUB) TO DIST-MODE
               MOVE WS-PREV-DEPT TO DIST-DEPT
               MOVE DIRT-MAIL-ADDRESS (WS-PAGE-DIR-SUB)
                   TO DIST-MAIL-ADDRESS
               MOVE DIRT-PRINT-DEST (WS-PAGE-DIR-SUB)
                   TO DIST-PRINT-DEST
               MOVE WS-PAGE-NO TO DIST-PAGE
               MOVE WS-PAGE-OPEN TO DIST-OPEN-COUNT
               MOVE DIRT-CONTACT (WS-PAGE-DIR-SUB) TO DIST-CONTACT
               WRITE DIST-RECORD
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING PAGE
           MOVE "BEFUNDE IN FINDINGS" TO SUM-TEXT
           MOVE WS-CNT-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "DAVON MEHRFACH GEMELDET" TO SUM-TEXT
           MOVE WS-CNT-DUPLICATE TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "NEU" TO SUM-TEXT
           MOVE WS-CNT-NEW TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "OFFEN, ERNEUT GEMELDET" TO SUM-TEXT
           MOVE WS-CNT-OPEN TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "OFFEN, UNGEPRUEFT WEITERGETRAGEN" TO SUM-TEXT
           MOVE WS-CNT-UNCHECKED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "ERLEDIGT" TO SUM-TEXT
           MOVE WS-CNT-CLOSED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "ABTEILUNGSSEITEN" TO SUM-TEXT
           MOVE WS-CNT-PAGES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "SEITEN OHNE VERTEILER" TO SUM-TEXT
           MOVE WS-CNT-NO-DIR TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Tageszahl wie in SOSODBSM: Jahre ab März zählen, damit
      *      der Schalttag am Jahresende der verschobenen Zählung
      *      liegt:
       7000-DATE-TO-DAYS.
           MOVE WS-DTD-YEAR TO WS-DTD-Y
           MOVE WS-DTD-MONTH TO WS-DTD-M
           IF WS-DTD-M NOT > 2
               SUBTRACT 1 FROM WS-DTD-Y
               ADD 12 TO WS-DTD-M
           END-IF
           DIVIDE WS-DTD-Y BY 4 GIVING WS-DTD-Q1
           DIVIDE WS-DTD-Y BY 100 GIVING WS-DTD-Q2
           DIVIDE WS-DTD-Y BY 400 GIVING WS-DTD-Q3
           COMPUTE WS-DTD-MT = (153 * (WS-DTD-M + 1)) / 5
           COMPUTE WS-DTD-SERIAL
               = 365 * WS-DTD-Y + WS-DTD-Q1 - WS-DTD-Q2 + WS-DTD-Q3
                 + WS-DTD-MT + WS-DTD-DAY.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RUN-ID TO RUN-REQ-RUN-ID
           MOVE WS-CNT-READ TO RUN-REQ-READ
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-NEW + WS-CNT-OPEN + WS-CNT-UNCHECKED
                 + WS-CNT-CLOSED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
