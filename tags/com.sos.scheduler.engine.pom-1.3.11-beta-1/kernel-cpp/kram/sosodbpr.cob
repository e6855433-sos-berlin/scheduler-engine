      *----------------------------------------------------------------
      * SOSODBPR - Übernahme von Katalogeinträgen aus dem Testkatalog
      *            in die Produktion
      *
      * Für die Abnahmeumgebung gibt es eine eigene Testfamilie
      * (CATALOG, COLUMNS, VIEWMBRS, JOBUSES). Eine fertige
      * Tabellendefinition in die Produktion zu bringen hieß bisher,
      * die TRANSIN-, COLIN-, VIEWIN- und JTRANSIN-Sätze ein zweites
      * Mal von Hand zu erfassen - entsprechend weit sind die beiden
      * Kataloge inzwischen auseinandergelaufen.
      *
      * Dieses Programm vergleicht die Testfamilie (TCATALOG,
      * TCOLUMNS, TVIEWMBRS, TJOBUSES) mit der Produktion für die
      * Auswahl der Steuerkarte PROMOIN: eine CATALOG_OWNER_DEPT
      * und/oder ein TABLE_NAME-Bereich (ohne Obergrenze genau ein
      * TABLE_NAME). Ausgewiesen wird nach PROMORPT je Abteilung
      * jeder Eintrag, der nur im Test steht (NEU), in beiden mit
      * Unterschieden (GEAENDERT, je Feld mit Test- und
      * Produktionswert) oder nur in der Produktion.
      *
      * Die Dateinamen im Test zeigen auf die Testpools. Die
      * Zuordnung zur Produktion steht in POOLMAP: je Zeile eine
      * Zeichenfolge des Testnamens und ihr Ersatz in der Produktion
      * (z.B. ":TST1:" und ":PRD1:"); die erste Zeile, deren
      * Zeichenfolge im FILE_NAME bzw. VIEW_MEMBER_FILE vorkommt,
      * ersetzt deren erstes Vorkommen. Verglichen wird mit dem
      * umgesetzten Namen. Eine TABLE oder ein SYNONYM ohne passende
      * POOLMAP-Zeile wird nicht übernommen (KEINE POOLZUORDNUNG) -
      * ein Produktionseintrag auf einer Testdatei wäre schlimmer
      * als gar keiner.
      *
      * Für NEU und GEAENDERT entstehen fertige Decks im Satzaufbau
      * der Pflegeprogramme, mit der Bearbeiterkennung aus PROMOIN:
      *  - TRANSOUT wie TRANSIN von SOSODBM ("I" bzw. "U", alle
      *    Felder aus dem Test),
      *  - COLOUT wie COLIN; hat die Produktion eine
      *    ORDINAL_POSITION, die im Test fehlt, folgt ein Satz ohne
      *    COLUMN_NAME und DATA_TYPE, mit dem SOSODBM die Zeile
      *    entfernt (wie bei SOSODBPC),
      *  - VIEWOUT wie VIEWIN,
      *  - JTRANSOUT wie JTRANSIN von SOSODBJM ("I" bzw. "U").
      * Einträge nur in der Produktion werden nur ausgewiesen, nicht
      * ausgetragen. TRANSOUT läuft wie jedes andere Deck durch
      * SOSODBVL und SOSODBM ("U" über die Freigabe in SOSODBAP),
      * JTRANSOUT erst nach dem SOSODBM-Lauf, der neue Tabellen
      * angelegt hat; Berechtigung und CATAUDIT greifen dort wie
      * bei jeder anderen Pflege. Geändert wird hier nichts.
      *
      * Returncode: 0 wenn alles übernehmbar ist, 4 wenn Einträge
      * nur in der Produktion stehen oder eine Poolzuordnung fehlt
      * (beides braucht Handarbeit), 8 wenn die Steuerkarte fehlt
      * oder eine Pflichtdatei scheiterte.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PROMOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT POOLMAP-FILE ASSIGN TO "POOLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOLMAP-STATUS.

      *      Testfamilie:
           SELECT TCATALOG-FILE ASSIGN TO "TCATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABLE_NAME OF TCATALOG-RECORD
               FILE STATUS IS WS-TCATALOG-STATUS.

           SELECT OPTIONAL TCOLUMNS-FILE ASSIGN TO "TCOLUMNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLUMNS_KEY OF TCOLUMNS-RECORD
               FILE STATUS IS WS-TCOLUMNS-STATUS.

           SELECT OPTIONAL TVIEWMBRS-FILE ASSIGN TO "TVIEWMBRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEWMBRS_KEY OF TVIEWMBRS-RECORD
               FILE STATUS IS WS-TVIEWMBRS-STATUS.

           SELECT OPTIONAL TJOBUSES-FILE ASSIGN TO "TJOBUSES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBUSES_KEY OF TJOBUSES-RECORD
               FILE STATUS IS WS-TJOBUSES-STATUS.

      *      Produktion, nur lesend:
           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL COLUMNS-FILE ASSIGN TO "COLUMNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLUMNS_KEY OF COLUMNS-RECORD
               FILE STATUS IS WS-COLUMNS-STATUS.

           SELECT OPTIONAL VIEWMBRS-FILE ASSIGN TO "VIEWMBRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEWMBRS_KEY OF VIEWMBRS-RECORD
               FILE STATUS IS WS-VIEWMBRS-STATUS.

           SELECT OPTIONAL JOBUSES-FILE ASSIGN TO "JOBUSES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBUSES_KEY OF JOBUSES-RECORD
               FILE STATUS IS WS-JOBUSES-STATUS.

           SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLOUT-FILE ASSIGN TO "COLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VIEWOUT-FILE ASSIGN TO "VIEWOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JTRANSOUT-FILE ASSIGN TO "JTRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "PROMORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *      Bearbeiterkennung für die erzeugten Pflegesätze und die
      *      Auswahl; leere Obergrenze = nur die Untergrenze:
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 PRO-OPERATOR-ID         PIC X(8).
           05 PRO-OWNER-DEPT          PIC X(20).
           05 PRO-TABLE-LOW           PIC X(50).
           05 PRO-TABLE-HIGH          PIC X(50).

      *      Je Zeile eine Zeichenfolge der Testnamen und ihr Ersatz
      *      in der Produktion:
       FD  POOLMAP-FILE.
       01  POOLMAP-RECORD.
           05 PM-TEST-TEXT            PIC X(60).
           05 PM-PROD-TEXT            PIC X(60).

       FD  TCATALOG-FILE.
       01  TCATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  TCOLUMNS-FILE.
       01  TCOLUMNS-RECORD.
           COPY "sosodbcs.cob".

       FD  TVIEWMBRS-FILE.
       01  TVIEWMBRS-RECORD.
           COPY "sosodbcv.cob".

       FD  TJOBUSES-FILE.
       01  TJOBUSES-RECORD.
           COPY "sosodbcj.cob".

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  COLUMNS-FILE.
       01  COLUMNS-RECORD.
           COPY "sosodbcs.cob".

       FD  VIEWMBRS-FILE.
       01  VIEWMBRS-RECORD.
           COPY "sosodbcv.cob".

       FD  JOBUSES-FILE.
       01  JOBUSES-RECORD.
           COPY "sosodbcj.cob".

      *      Satzaufbau wie TRANSIN von SOSODBM:
       FD  TRANSOUT-FILE.
       01  TRANSOUT-RECORD.
           05 TOUT-ACTION             PIC X(1).
           05 TOUT-OPERATOR-ID        PIC X(8).
           05 TOUT-TABLE-QUALIFIER    PIC X(8).
           05 TOUT-TABLE-OWNER        PIC X(8).
           05 TOUT-TABLE-NAME         PIC X(50).
           05 TOUT-TABLE-TYPE         PIC X(10).
           05 TOUT-REMARKS            PIC X(80).
           05 TOUT-OWNER-DEPT         PIC X(20).
           05 TOUT-REFRESH-JOB        PIC X(50).
           05 TOUT-REFRESH-FREQ       PIC X(20).
           05 TOUT-FILE-NAME          PIC X(400).
           05 TOUT-RECFORM            PIC X(1).
           05 TOUT-RECSIZE            PIC 9(5).
           05 TOUT-KEYPOS             PIC 9(5).
           05 TOUT-KEYLEN             PIC 9(5).

      *      Satzaufbau wie COLIN von SOSODBM:
       FD  COLOUT-FILE.
       01  COLOUT-RECORD.
           05 COUT-TABLE-NAME         PIC X(50).
           05 COUT-COLUMN-NAME        PIC X(30).
           05 COUT-ORDINAL-POSITION   PIC 9(4).
           05 COUT-DATA-TYPE          PIC X(20).
           05 COUT-COLUMN-SIZE        PIC 9(9).

      *      Satzaufbau wie VIEWIN von SOSODBM:
       FD  VIEWOUT-FILE.
       01  VIEWOUT-RECORD.
           05 VOUT-TABLE-NAME         PIC X(50).
           05 VOUT-SEQ-NO             PIC 9(4).
           05 VOUT-MEMBER-FILE        PIC X(400).

      *      Satzaufbau wie JTRANSIN von SOSODBJM:
       FD  JTRANSOUT-FILE.
       01  JTRANSOUT-RECORD.
           05 JOUT-ACTION             PIC X(1).
           05 JOUT-OPERATOR-ID        PIC X(8).
           05 JOUT-JOB-NAME           PIC X(8).
           05 JOUT-TABLE-NAME         PIC X(50).
           05 JOUT-OWNER-DEPT         PIC X(20).
           05 JOUT-REMARKS            PIC X(80).

       SD  SORT-WORK.
       01  PR-RECORD.
           05 PR-DEPT                 PIC X(20).
           05 PR-TABLE                PIC X(50).
           05 PR-SEQ                  PIC 9(7).
           05 PR-KIND                 PIC X(10).
           05 PR-STATE                PIC X(20).
           05 PR-ITEM                 PIC X(12).
           05 PR-FIELD                PIC X(22).
           05 PR-VALUE                PIC X(406).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(530).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS          PIC X(2).
       01  WS-POOLMAP-STATUS          PIC X(2).
       01  WS-TCATALOG-STATUS         PIC X(2).
       01  WS-TCOLUMNS-STATUS         PIC X(2).
       01  WS-TVIEWMBRS-STATUS        PIC X(2).
       01  WS-TJOBUSES-STATUS         PIC X(2).
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-COLUMNS-STATUS          PIC X(2).
       01  WS-VIEWMBRS-STATUS         PIC X(2).
       01  WS-JOBUSES-STATUS          PIC X(2).
       01  WS-EOF-CONTROL             PIC X(1) VALUE "N".
           88 EOF-CONTROL             VALUE "Y".
       01  WS-EOF-POOLMAP             PIC X(1) VALUE "N".
           88 EOF-POOLMAP             VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".

      *      Steuerkarte, vor dem CLOSE übernommen:
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-SEL-DEPT                PIC X(20).
       01  WS-SEL-LOW                 PIC X(50).
       01  WS-SEL-HIGH                PIC X(50).
       01  WS-SELECTED                PIC X(1).
           88 TABLE-SELECTED          VALUE "J".

      *      POOLMAP mit den belegten Längen der Zeichenfolgen:
       01  WS-MAX-PM-ENTRIES          PIC 9(3) VALUE 100.
       01  WS-PM-COUNT                PIC 9(3) VALUE 0.
       01  WS-PM-SUB                  PIC 9(3).
       01  PM-TABLE.
           05 PM-ENTRY OCCURS 100 TIMES.
              10 PM-TEST              PIC X(60).
              10 PM-TEST-LEN          PIC 9(3).
              10 PM-PROD              PIC X(60).
              10 PM-PROD-LEN          PIC 9(3).

      *      Umsetzung eines Dateinamens über POOLMAP:
       01  WS-MAP-IN                  PIC X(400).
       01  WS-MAP-OUT                 PIC X(400).
       01  WS-MAP-IN-LEN              PIC 9(3).
       01  WS-MAP-POS                 PIC 9(3).
       01  WS-MAP-FOUND-POS           PIC 9(3).
       01  WS-MAP-REST                PIC 9(3).
       01  WS-MAP-PTR                 PIC 9(3).
       01  WS-MAPPED                  PIC X(1).
           88 NAME-MAPPED             VALUE "J".
       01  WS-TEXT-60                 PIC X(60).
       01  WS-TEXT-LEN                PIC 9(3).

      *      Abgleichschlüssel; HIGH-VALUES = Seite erschöpft:
       01  WS-T-KEY                   PIC X(50).
       01  WS-P-KEY                   PIC X(50).
       01  WS-TC-ORD                  PIC 9(5).
       01  WS-PC-ORD                  PIC 9(5).
       01  WS-TV-SEQ                  PIC 9(5).
       01  WS-PV-SEQ                  PIC 9(5).
       01  WS-TJ-KEY                  PIC X(58).
       01  WS-PJ-KEY                  PIC X(58).
       01  WS-END-KEY                 PIC 9(5) VALUE 99999.

      *      Aktuelle Tabelle:
       01  WS-CUR-TABLE               PIC X(50).
       01  WS-CUR-DEPT                PIC X(20).
       01  WS-CUR-STATE               PIC X(1).
       01  WS-CUR-FILE                PIC X(400).
       01  WS-DIFF-COUNT              PIC 9(3).
       01  WS-ITEM                    PIC X(12).
       01  WS-ORD-DISP                PIC 9(4).
       01  WS-FIELD                   PIC X(22).
       01  WS-TEST-VALUE              PIC X(400).
       01  WS-PROD-VALUE              PIC X(400).
       01  WS-NUM-VALUE               PIC 9(9).
       01  WS-PR-SEQ                  PIC 9(7) VALUE 0.

      *      Ausgewählte Tabellen für den JOBUSES-Abgleich; Zustand
      *      "N" nur im Test, "B" in beiden, "P" nur in der
      *      Produktion, "X" nicht übernehmbar (Poolzuordnung):
       01  WS-MAX-SEL-ENTRIES         PIC 9(5) VALUE 5000.
       01  WS-SEL-COUNT               PIC 9(5) VALUE 0.
       01  WS-SEL-SUB                 PIC 9(5).
       01  WS-SEL-FOUND               PIC 9(5).
       01  SEL-TABLE.
           05 SEL-ENTRY OCCURS 5000 TIMES.
              10 SEL-NAME             PIC X(50).
              10 SEL-DEPT             PIC X(20).
              10 SEL-STATE            PIC X(1).

       01  WS-CNT-TABLES              PIC 9(7) VALUE 0.
       01  WS-CNT-NEW                 PIC 9(7) VALUE 0.
       01  WS-CNT-CHANGED             PIC 9(7) VALUE 0.
       01  WS-CNT-PROD-ONLY           PIC 9(7) VALUE 0.
       01  WS-CNT-PROBLEMS            PIC 9(7) VALUE 0.
       01  WS-CNT-TRANS-CARDS         PIC 9(7) VALUE 0.
       01  WS-CNT-COL-CARDS           PIC 9(7) VALUE 0.
       01  WS-CNT-VIEW-CARDS          PIC 9(7) VALUE 0.
       01  WS-CNT-JOB-CARDS           PIC 9(7) VALUE 0.

       01  HDR-LINE.
           05 FILLER                  PIC X(10) VALUE "DATEI".
           05 FILLER                  PIC X(52) VALUE "TABLE_NAME".
           05 FILLER                  PIC X(20) VALUE "BEFUND".
           05 FILLER                  PIC X(12) VALUE "EINTRAG".
           05 FILLER                  PIC X(22) VALUE "FELD".
           05 FILLER                  PIC X(20) VALUE "WERT".

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  DETAIL-LINE.
           05 DTL-KIND                PIC X(10).
           05 DTL-TABLE               PIC X(52).
           05 DTL-STATE               PIC X(20).
           05 DTL-ITEM                PIC X(12).
           05 DTL-FIELD               PIC X(22).
           05 DTL-VALUE               PIC X(406).

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0500-READ-CONTROL-CARD
           PERFORM 0600-LOAD-POOLMAP

           OPEN INPUT TCATALOG-FILE
           IF WS-TCATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBPR: TCATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-TCATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBPR: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: die Datei gibt es auf dieser Seite noch
      *      nicht, dann ist sie leer:
           OPEN INPUT TCOLUMNS-FILE
           IF WS-TCOLUMNS-STATUS NOT = "00"
                   AND WS-TCOLUMNS-STATUS NOT = "05"
               DISPLAY "SOSODBPR: TCOLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-TCOLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT COLUMNS-FILE
           IF WS-COLUMNS-STATUS NOT = "00"
                   AND WS-COLUMNS-STATUS NOT = "05"
               DISPLAY "SOSODBPR: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT TVIEWMBRS-FILE
           IF WS-TVIEWMBRS-STATUS NOT = "00"
                   AND WS-TVIEWMBRS-STATUS NOT = "05"
               DISPLAY "SOSODBPR: TVIEWMBRS OPEN FEHLGESCHLAGEN, "
                   "STATUS=" WS-TVIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
           IF WS-VIEWMBRS-STATUS NOT = "00"
                   AND WS-VIEWMBRS-STATUS NOT = "05"
               DISPLAY "SOSODBPR: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT TJOBUSES-FILE
           IF WS-TJOBUSES-STATUS NOT = "00"
                   AND WS-TJOBUSES-STATUS NOT = "05"
               DISPLAY "SOSODBPR: TJOBUSES OPEN FEHLGESCHLAGEN, STATUS="
                   WS-TJOBUSES-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT JOBUSES-FILE
           IF WS-JOBUSES-STATUS NOT = "00"
                   AND WS-JOBUSES-STATUS NOT = "05"
               DISPLAY "SOSODBPR: JOBUSES OPEN FEHLGESCHLAGEN, STATUS="
                   WS-JOBUSES-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSOUT-FILE
           OPEN OUTPUT COLOUT-FILE
           OPEN OUTPUT VIEWOUT-FILE
           OPEN OUTPUT JTRANSOUT-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM HDR-LINE

           SORT SORT-WORK
               ON ASCENDING KEY PR-DEPT
                                PR-TABLE
                                PR-SEQ
               INPUT PROCEDURE IS 1000-COMPARE-ALL
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 8000-WRITE-TOTALS

           CLOSE TCATALOG-FILE
           CLOSE TCOLUMNS-FILE
           CLOSE TVIEWMBRS-FILE
           CLOSE TJOBUSES-FILE
           CLOSE CATALOG-FILE
           CLOSE COLUMNS-FILE
           CLOSE VIEWMBRS-FILE
           CLOSE JOBUSES-FILE
           CLOSE TRANSOUT-FILE
           CLOSE COLOUT-FILE
           CLOSE VIEWOUT-FILE
           CLOSE JTRANSOUT-FILE
           CLOSE REPORT-FILE

           DISPLAY "SOSODBPR: TABELLEN VERGLICHEN: " WS-CNT-TABLES
           DISPLAY "SOSODBPR: NEU:                 " WS-CNT-NEW
           DISPLAY "SOSODBPR: GEAENDERT:           " WS-CNT-CHANGED
           DISPLAY "SOSODBPR: NUR IN PRODUKTION:   " WS-CNT-PROD-ONLY
           DISPLAY "SOSODBPR: OHNE POOLZUORDNUNG:  " WS-CNT-PROBLEMS
           IF WS-CNT-PROD-ONLY > 0 OR WS-CNT-PROBLEMS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBPR" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Ohne Bearbeiterkennung oder ohne jede Auswahl wird
      *      nichts erzeugt - ein versehentlich leeres PROMOIN darf
      *      nicht den ganzen Testkatalog übernehmen:
       0500-READ-CONTROL-CARD.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       SET EOF-CONTROL TO TRUE
                   NOT AT END
                       MOVE PRO-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE PRO-OWNER-DEPT TO WS-SEL-DEPT
                       MOVE PRO-TABLE-LOW TO WS-SEL-LOW
                       MOVE PRO-TABLE-HIGH TO WS-SEL-HIGH
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "SOSODBPR: PROMOIN FEHLT ODER OHNE "
                   "BEARBEITERKENNUNG"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-SEL-DEPT = SPACES AND WS-SEL-LOW = SPACES
                   AND WS-SEL-HIGH = SPACES
               DISPLAY "SOSODBPR: KEINE AUSWAHL IN PROMOIN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-SEL-LOW = SPACES
               MOVE LOW-VALUES TO WS-SEL-LOW
               IF WS-SEL-HIGH = SPACES
                   MOVE HIGH-VALUES TO WS-SEL-HIGH
               END-IF
           ELSE
               IF WS-SEL-HIGH = SPACES
                   MOVE WS-SEL-LOW TO WS-SEL-HIGH
               END-IF
           END-IF.

       0600-LOAD-POOLMAP.
           OPEN INPUT POOLMAP-FILE
           IF WS-POOLMAP-STATUS NOT = "00"
               DISPLAY "SOSODBPR: POOLMAP OPEN FEHLGESCHLAGEN, STATUS="
                   WS-POOLMAP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-POOLMAP
               READ POOLMAP-FILE
                   AT END
                       SET EOF-POOLMAP TO TRUE
                   NOT AT END
                       IF PM-TEST-TEXT NOT = SPACES
                               AND PM-PROD-TEXT NOT = SPACES
                           PERFORM 0610-ADD-POOLMAP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POOLMAP-FILE.

       0610-ADD-POOLMAP-ENTRY.
           IF WS-PM-COUNT >= WS-MAX-PM-ENTRIES
               DISPLAY "SOSODBPR: MEHR ALS " WS-MAX-PM-ENTRIES
                   " POOLMAP-ZEILEN, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-PM-COUNT
           MOVE PM-TEST-TEXT TO PM-TEST (WS-PM-COUNT)
           MOVE PM-TEST-TEXT TO WS-TEXT-60
           PERFORM 0620-TEXT-LENGTH
           MOVE WS-TEXT-LEN TO PM-TEST-LEN (WS-PM-COUNT)
           MOVE PM-PROD-TEXT TO PM-PROD (WS-PM-COUNT)
           MOVE PM-PROD-TEXT TO WS-TEXT-60
           PERFORM 0620-TEXT-LENGTH
           MOVE WS-TEXT-LEN TO PM-PROD-LEN (WS-PM-COUNT).

      *      Belegte Länge von WS-TEXT-60 (ohne nachfolgende
      *      Leerstellen):
       0620-TEXT-LENGTH.
           MOVE 60 TO WS-TEXT-LEN
           PERFORM UNTIL WS-TEXT-LEN = 0
                      OR WS-TEXT-60 (WS-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXT-LEN
           END-PERFORM.

      *      Erst CATALOG mit COLUMNS und VIEWMBRS je Tabelle, dann
      *      JOBUSES für die ausgewählten Tabellen:
       1000-COMPARE-ALL.
           PERFORM 2000-MERGE-CATALOG
           PERFORM 4000-MERGE-JOBUSES.

      *      Beide Kataloge in TABLE_NAME-Folge nebeneinander lesen,
      *      ab der Untergrenze der Auswahl:
       2000-MERGE-CATALOG.
           MOVE WS-SEL-LOW TO TABLE_NAME OF TCATALOG-RECORD
           START TCATALOG-FILE
               KEY IS NOT LESS THAN TABLE_NAME OF TCATALOG-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-T-KEY
               NOT INVALID KEY
                   PERFORM 2010-READ-TEST-CATALOG
           END-START
           MOVE WS-SEL-LOW TO TABLE_NAME OF CATALOG-RECORD
           START CATALOG-FILE
               KEY IS NOT LESS THAN TABLE_NAME OF CATALOG-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-P-KEY
               NOT INVALID KEY
                   PERFORM 2020-READ-PROD-CATALOG
           END-START
           PERFORM UNTIL WS-T-KEY = HIGH-VALUES
                     AND WS-P-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-T-KEY < WS-P-KEY
                       MOVE WS-T-KEY TO WS-CUR-TABLE
                       MOVE CATALOG_OWNER_DEPT OF TCATALOG-RECORD
                           TO WS-CUR-DEPT
                       PERFORM 2050-CHECK-SELECTED
                       IF TABLE-SELECTED
                           PERFORM 2100-TABLE-NEW
                               THRU 2199-TABLE-NEW-EXIT
                       END-IF
                       PERFORM 2010-READ-TEST-CATALOG
                   WHEN WS-T-KEY > WS-P-KEY
                       MOVE WS-P-KEY TO WS-CUR-TABLE
                       MOVE CATALOG_OWNER_DEPT OF CATALOG-RECORD
                           TO WS-CUR-DEPT
                       PERFORM 2050-CHECK-SELECTED
                       IF TABLE-SELECTED
                           PERFORM 2200-TABLE-PROD-ONLY
                       END-IF
                       PERFORM 2020-READ-PROD-CATALOG
                   WHEN OTHER
                       MOVE WS-T-KEY TO WS-CUR-TABLE
                       MOVE CATALOG_OWNER_DEPT OF TCATALOG-RECORD
                           TO WS-CUR-DEPT
                       PERFORM 2050-CHECK-SELECTED
      *                Abteilungswechsel zwischen Test und Produktion:
      *                die Produktionsabteilung wählt ebenfalls aus
                       IF NOT TABLE-SELECTED
                           MOVE CATALOG_OWNER_DEPT OF CATALOG-RECORD
                               TO WS-CUR-DEPT
                           PERFORM 2050-CHECK-SELECTED
                           MOVE CATALOG_OWNER_DEPT OF TCATALOG-RECORD
                               TO WS-CUR-DEPT
                       END-IF
                       IF TABLE-SELECTED
                           PERFORM 2300-TABLE-BOTH
                               THRU 2399-TABLE-BOTH-EXIT
                       END-IF
                       PERFORM 2010-READ-TEST-CATALOG
                       PERFORM 2020-READ-PROD-CATALOG
               END-EVALUATE
           END-PERFORM.

       2010-READ-TEST-CATALOG.
           IF WS-T-KEY NOT = HIGH-VALUES
               READ TCATALOG-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-T-KEY
                   NOT AT END
                       MOVE TABLE_NAME OF TCATALOG-RECORD TO WS-T-KEY
                       IF WS-T-KEY > WS-SEL-HIGH
                           MOVE HIGH-VALUES TO WS-T-KEY
                       END-IF
               END-READ
           END-IF.

       2020-READ-PROD-CATALOG.
           IF WS-P-KEY NOT = HIGH-VALUES
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-P-KEY
                   NOT AT END
                       MOVE TABLE_NAME OF CATALOG-RECORD TO WS-P-KEY
                       IF WS-P-KEY > WS-SEL-HIGH
                           MOVE HIGH-VALUES TO WS-P-KEY
                       END-IF
               END-READ
           END-IF.

      *      Der Bereich ist schon über die Leseposition erfüllt; es
      *      bleibt die Abteilung:
       2050-CHECK-SELECTED.
           IF WS-SEL-DEPT = SPACES OR WS-SEL-DEPT = WS-CUR-DEPT
               MOVE "J" TO WS-SELECTED
           ELSE
               MOVE "N" TO WS-SELECTED
           END-IF.

      *      Tabelle nur im Test: "I" mit allen Feldern, dazu ihre
      *      Spalten und VIEW-Bestandteile:
       2100-TABLE-NEW.
           ADD 1 TO WS-CNT-TABLES
           MOVE "N" TO WS-CUR-STATE
           MOVE FILE_NAME OF TCATALOG-RECORD TO WS-MAP-IN
           PERFORM 2400-MAP-FILE-NAME
           IF NOT NAME-MAPPED
                   AND TABLE_TYPE OF TCATALOG-RECORD NOT = "VIEW"
               PERFORM 2450-REPORT-NO-MAPPING
               GO TO 2199-TABLE-NEW-EXIT
           END-IF
           MOVE WS-MAP-OUT TO WS-CUR-FILE

           ADD 1 TO WS-CNT-NEW
           MOVE "CATALOG" TO PR-KIND
           MOVE "NEU" TO PR-STATE
           MOVE SPACES TO WS-ITEM
           MOVE "FILE_NAME" TO WS-FIELD
           MOVE WS-CUR-FILE TO WS-TEST-VALUE
           PERFORM 2900-RELEASE-LINE
           MOVE "I" TO TOUT-ACTION
           PERFORM 2500-WRITE-TRANS-CARD
           PERFORM 2600-NOTE-TABLE
           PERFORM 3000-COMPARE-COLUMNS
           PERFORM 3500-COMPARE-VIEWMBRS.

       2199-TABLE-NEW-EXIT.
           CONTINUE.

      *      Tabelle nur in der Produktion: nur ausweisen, die
      *      Spalten und VIEW-Bestandteile gehören dazu:
       2200-TABLE-PROD-ONLY.
           ADD 1 TO WS-CNT-TABLES
           ADD 1 TO WS-CNT-PROD-ONLY
           MOVE "P" TO WS-CUR-STATE
           MOVE "CATALOG" TO PR-KIND
           MOVE "NUR IN PRODUKTION" TO PR-STATE
           MOVE SPACES TO WS-ITEM
           MOVE SPACES TO WS-FIELD
           MOVE SPACES TO WS-TEST-VALUE
           PERFORM 2900-RELEASE-LINE
           PERFORM 2600-NOTE-TABLE.

      *      Tabelle in beiden Katalogen: Feld für Feld vergleichen,
      *      bei Unterschieden "U"; die Spalten und VIEW-Bestandteile
      *      können auch bei gleichem Katalogsatz abweichen:
       2300-TABLE-BOTH.
           ADD 1 TO WS-CNT-TABLES
           MOVE "B" TO WS-CUR-STATE
           MOVE FILE_NAME OF TCATALOG-RECORD TO WS-MAP-IN
           PERFORM 2400-MAP-FILE-NAME
           IF NOT NAME-MAPPED
                   AND TABLE_TYPE OF TCATALOG-RECORD NOT = "VIEW"
               PERFORM 2450-REPORT-NO-MAPPING
               GO TO 2399-TABLE-BOTH-EXIT
           END-IF
           MOVE WS-MAP-OUT TO WS-CUR-FILE

           MOVE 0 TO WS-DIFF-COUNT
           MOVE "CATALOG" TO PR-KIND
           MOVE "GEAENDERT" TO PR-STATE
           MOVE SPACES TO WS-ITEM
           PERFORM 2310-COMPARE-CATALOG-FIELDS
           IF WS-DIFF-COUNT > 0
               ADD 1 TO WS-CNT-CHANGED
               MOVE "U" TO TOUT-ACTION
               PERFORM 2500-WRITE-TRANS-CARD
           END-IF
           PERFORM 2600-NOTE-TABLE
           PERFORM 3000-COMPARE-COLUMNS
           PERFORM 3500-COMPARE-VIEWMBRS.

       2399-TABLE-BOTH-EXIT.
           CONTINUE.

       2310-COMPARE-CATALOG-FIELDS.
           IF TABLE_QUALIFIER OF TCATALOG-RECORD
                   NOT = TABLE_QUALIFIER OF CATALOG-RECORD
               MOVE "TABLE_QUALIFIER" TO WS-FIELD
               MOVE TABLE_QUALIFIER OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE TABLE_QUALIFIER OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF TABLE_OWNER OF TCATALOG-RECORD
                   NOT = TABLE_OWNER OF CATALOG-RECORD
               MOVE "TABLE_OWNER" TO WS-FIELD
               MOVE TABLE_OWNER OF TCATALOG-RECORD TO WS-TEST-VALUE
               MOVE TABLE_OWNER OF CATALOG-RECORD TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF TABLE_TYPE OF TCATALOG-RECORD
                   NOT = TABLE_TYPE OF CATALOG-RECORD
               MOVE "TABLE_TYPE" TO WS-FIELD
               MOVE TABLE_TYPE OF TCATALOG-RECORD TO WS-TEST-VALUE
               MOVE TABLE_TYPE OF CATALOG-RECORD TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF REMARKS OF TCATALOG-RECORD
                   NOT = REMARKS OF CATALOG-RECORD
               MOVE "REMARKS" TO WS-FIELD
               MOVE REMARKS OF TCATALOG-RECORD TO WS-TEST-VALUE
               MOVE REMARKS OF CATALOG-RECORD TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_OWNER_DEPT OF TCATALOG-RECORD
                   NOT = CATALOG_OWNER_DEPT OF CATALOG-RECORD
               MOVE "CATALOG_OWNER_DEPT" TO WS-FIELD
               MOVE CATALOG_OWNER_DEPT OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_OWNER_DEPT OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_REFRESH_JOB OF TCATALOG-RECORD
                   NOT = CATALOG_REFRESH_JOB OF CATALOG-RECORD
               MOVE "CATALOG_REFRESH_JOB" TO WS-FIELD
               MOVE CATALOG_REFRESH_JOB OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_REFRESH_JOB OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_REFRESH_FREQ OF TCATALOG-RECORD
                   NOT = CATALOG_REFRESH_FREQ OF CATALOG-RECORD
               MOVE "CATALOG_REFRESH_FREQ" TO WS-FIELD
               MOVE CATALOG_REFRESH_FREQ OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_REFRESH_FREQ OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_RECFORM OF TCATALOG-RECORD
                   NOT = CATALOG_RECFORM OF CATALOG-RECORD
               MOVE "CATALOG_RECFORM" TO WS-FIELD
               MOVE CATALOG_RECFORM OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_RECFORM OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_RECSIZE OF TCATALOG-RECORD
                   NOT = CATALOG_RECSIZE OF CATALOG-RECORD
               MOVE "CATALOG_RECSIZE" TO WS-FIELD
               MOVE CATALOG_RECSIZE OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_RECSIZE OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_KEYPOS OF TCATALOG-RECORD
                   NOT = CATALOG_KEYPOS OF CATALOG-RECORD
               MOVE "CATALOG_KEYPOS" TO WS-FIELD
               MOVE CATALOG_KEYPOS OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_KEYPOS OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF CATALOG_KEYLEN OF TCATALOG-RECORD
                   NOT = CATALOG_KEYLEN OF CATALOG-RECORD
               MOVE "CATALOG_KEYLEN" TO WS-FIELD
               MOVE CATALOG_KEYLEN OF TCATALOG-RECORD
                   TO WS-TEST-VALUE
               MOVE CATALOG_KEYLEN OF CATALOG-RECORD
                   TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF WS-CUR-FILE NOT = FILE_NAME OF CATALOG-RECORD
               MOVE "FILE_NAME" TO WS-FIELD
               MOVE WS-CUR-FILE TO WS-TEST-VALUE
               MOVE FILE_NAME OF CATALOG-RECORD TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF.

      *      WS-MAP-IN über POOLMAP nach WS-MAP-OUT umsetzen; die
      *      erste Zeile, deren Testzeichenfolge vorkommt, ersetzt
      *      deren erstes Vorkommen. Ein leerer Name bleibt leer und
      *      gilt als umgesetzt:
       2400-MAP-FILE-NAME.
           MOVE "N" TO WS-MAPPED
           MOVE WS-MAP-IN TO WS-MAP-OUT
           IF WS-MAP-IN = SPACES
               MOVE "J" TO WS-MAPPED
           ELSE
               MOVE 400 TO WS-MAP-IN-LEN
               PERFORM UNTIL WS-MAP-IN-LEN = 0
                          OR WS-MAP-IN (WS-MAP-IN-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-MAP-IN-LEN
               END-PERFORM
               PERFORM VARYING WS-PM-SUB FROM 1 BY 1
                       UNTIL WS-PM-SUB > WS-PM-COUNT
                          OR NAME-MAPPED
                   PERFORM 2410-TRY-POOL-ENTRY
                       THRU 2419-TRY-POOL-ENTRY-EXIT
               END-PERFORM
           END-IF.

       2410-TRY-POOL-ENTRY.
           MOVE 0 TO WS-MAP-FOUND-POS
           IF PM-TEST-LEN (WS-PM-SUB) > WS-MAP-IN-LEN
               GO TO 2419-TRY-POOL-ENTRY-EXIT
           END-IF
           PERFORM VARYING WS-MAP-POS FROM 1 BY 1
                   UNTIL WS-MAP-POS
                           > WS-MAP-IN-LEN - PM-TEST-LEN (WS-PM-SUB) + 1
                      OR WS-MAP-FOUND-POS > 0
               IF WS-MAP-IN (WS-MAP-POS:PM-TEST-LEN (WS-PM-SUB))
                       = PM-TEST (WS-PM-SUB)
                           (1:PM-TEST-LEN (WS-PM-SUB))
                   MOVE WS-MAP-POS TO WS-MAP-FOUND-POS
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-POS = 0
               GO TO 2419-TRY-POOL-ENTRY-EXIT
           END-IF
           MOVE SPACES TO WS-MAP-OUT
           MOVE 1 TO WS-MAP-PTR
           IF WS-MAP-FOUND-POS > 1
               STRING WS-MAP-IN (1:WS-MAP-FOUND-POS - 1)
                       DELIMITED BY SIZE
                   INTO WS-MAP-OUT
                   WITH POINTER WS-MAP-PTR
               END-STRING
           END-IF
           STRING PM-PROD (WS-PM-SUB) (1:PM-PROD-LEN (WS-PM-SUB))
                   DELIMITED BY SIZE
               INTO WS-MAP-OUT
               WITH POINTER WS-MAP-PTR
           END-STRING
           COMPUTE WS-MAP-REST = WS-MAP-IN-LEN - WS-MAP-FOUND-POS
                                 - PM-TEST-LEN (WS-PM-SUB) + 1
           MOVE "J" TO WS-MAPPED
           IF WS-MAP-REST > 0
               STRING WS-MAP-IN (WS-MAP-FOUND-POS
                                 + PM-TEST-LEN (WS-PM-SUB)
                                 :WS-MAP-REST)
                       DELIMITED BY SIZE
                   INTO WS-MAP-OUT
                   WITH POINTER WS-MAP-PTR
                   ON OVERFLOW
      *                Der Produktionsname passt nicht in 400 Zeichen:
                       MOVE "N" TO WS-MAPPED
                       MOVE WS-MAP-IN TO WS-MAP-OUT
               END-STRING
           END-IF.

       2419-TRY-POOL-ENTRY-EXIT.
           CONTINUE.

       2450-REPORT-NO-MAPPING.
           ADD 1 TO WS-CNT-PROBLEMS
           MOVE "X" TO WS-CUR-STATE
           MOVE "CATALOG" TO PR-KIND
           MOVE "KEINE POOLZUORDNUNG" TO PR-STATE
           MOVE SPACES TO WS-ITEM
           MOVE "FILE_NAME" TO WS-FIELD
           MOVE WS-MAP-IN TO WS-TEST-VALUE
           PERFORM 2900-RELEASE-LINE
           PERFORM 2600-NOTE-TABLE.

      *      Pflegesatz im TRANSIN-Satzaufbau, alle Felder aus dem
      *      Test, FILE_NAME umgesetzt (TOUT-ACTION vom Rufer):
       2500-WRITE-TRANS-CARD.
           MOVE WS-OPERATOR-ID TO TOUT-OPERATOR-ID
           MOVE TABLE_QUALIFIER OF TCATALOG-RECORD
               TO TOUT-TABLE-QUALIFIER
           MOVE TABLE_OWNER OF TCATALOG-RECORD TO TOUT-TABLE-OWNER
           MOVE TABLE_NAME OF TCATALOG-RECORD TO TOUT-TABLE-NAME
           MOVE TABLE_TYPE OF TCATALOG-RECORD TO TOUT-TABLE-TYPE
           MOVE REMARKS OF TCATALOG-RECORD TO TOUT-REMARKS
           MOVE CATALOG_OWNER_DEPT OF TCATALOG-RECORD
               TO TOUT-OWNER-DEPT
           MOVE CATALOG_REFRESH_JOB OF TCATALOG-RECORD
               TO TOUT-REFRESH-JOB
           MOVE CATALOG_REFRESH_FREQ OF TCATALOG-RECORD
               TO TOUT-REFRESH-FREQ
           MOVE WS-CUR-FILE TO TOUT-FILE-NAME
           MOVE CATALOG_RECFORM OF TCATALOG-RECORD TO TOUT-RECFORM
           MOVE CATALOG_RECSIZE OF TCATALOG-RECORD TO TOUT-RECSIZE
           MOVE CATALOG_KEYPOS OF TCATALOG-RECORD TO TOUT-KEYPOS
           MOVE CATALOG_KEYLEN OF TCATALOG-RECORD TO TOUT-KEYLEN
           WRITE TRANSOUT-RECORD
           ADD 1 TO WS-CNT-TRANS-CARDS.

      *      Ausgewählte Tabelle für den JOBUSES-Abgleich vormerken;
      *      ein unvollständiger Abgleich würde Jobverwendungen
      *      verschweigen, deshalb Abbruch statt Überlauf:
       2600-NOTE-TABLE.
           IF WS-SEL-COUNT >= WS-MAX-SEL-ENTRIES
               DISPLAY "SOSODBPR: MEHR ALS " WS-MAX-SEL-ENTRIES
                   " AUSGEWAEHLTE TABELLEN, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-CUR-TABLE TO SEL-NAME (WS-SEL-COUNT)
           MOVE WS-CUR-DEPT TO SEL-DEPT (WS-SEL-COUNT)
           MOVE WS-CUR-STATE TO SEL-STATE (WS-SEL-COUNT).

      *      Berichtszeile (PR-KIND und PR-STATE vom Rufer):
       2900-RELEASE-LINE.
           ADD 1 TO WS-PR-SEQ
           MOVE WS-CUR-DEPT TO PR-DEPT
           MOVE WS-CUR-TABLE TO PR-TABLE
           MOVE WS-PR-SEQ TO PR-SEQ
           MOVE WS-ITEM TO PR-ITEM
           MOVE WS-FIELD TO PR-FIELD
           MOVE WS-TEST-VALUE TO PR-VALUE
           RELEASE PR-RECORD.

      *      Abweichendes Feld: je eine Zeile mit dem Test- und dem
      *      Produktionswert:
       2910-RELEASE-FIELD-DIFF.
           ADD 1 TO WS-DIFF-COUNT
           ADD 1 TO WS-PR-SEQ
           MOVE WS-CUR-DEPT TO PR-DEPT
           MOVE WS-CUR-TABLE TO PR-TABLE
           MOVE WS-PR-SEQ TO PR-SEQ
           MOVE WS-ITEM TO PR-ITEM
           MOVE WS-FIELD TO PR-FIELD
           MOVE SPACES TO PR-VALUE
           STRING "TEST: " DELIMITED BY SIZE
                  WS-TEST-VALUE DELIMITED BY SIZE
               INTO PR-VALUE
           END-STRING
           RELEASE PR-RECORD
           ADD 1 TO WS-PR-SEQ
           MOVE WS-PR-SEQ TO PR-SEQ
           MOVE SPACES TO PR-FIELD
           MOVE SPACES TO PR-VALUE
           STRING "PROD: " DELIMITED BY SIZE
                  WS-PROD-VALUE DELIMITED BY SIZE
               INTO PR-VALUE
           END-STRING
           RELEASE PR-RECORD.

      *      COLUMNS-Zeilen der Tabelle in ORDINAL_POSITION-Folge
      *      nebeneinander lesen:
       3000-COMPARE-COLUMNS.
           MOVE WS-CUR-TABLE TO TABLE_NAME OF TCOLUMNS-RECORD
           MOVE 0 TO ORDINAL_POSITION OF TCOLUMNS-RECORD
           START TCOLUMNS-FILE
               KEY IS NOT LESS THAN COLUMNS_KEY OF TCOLUMNS-RECORD
               INVALID KEY
                   MOVE WS-END-KEY TO WS-TC-ORD
               NOT INVALID KEY
                   MOVE 0 TO WS-TC-ORD
                   PERFORM 3010-READ-TEST-COLUMN
           END-START
           MOVE WS-CUR-TABLE TO TABLE_NAME OF COLUMNS-RECORD
           MOVE 0 TO ORDINAL_POSITION OF COLUMNS-RECORD
           START COLUMNS-FILE
               KEY IS NOT LESS THAN COLUMNS_KEY OF COLUMNS-RECORD
               INVALID KEY
                   MOVE WS-END-KEY TO WS-PC-ORD
               NOT INVALID KEY
                   MOVE 0 TO WS-PC-ORD
                   PERFORM 3020-READ-PROD-COLUMN
           END-START
           MOVE "COLUMNS" TO PR-KIND
           PERFORM UNTIL WS-TC-ORD = WS-END-KEY
                     AND WS-PC-ORD = WS-END-KEY
               EVALUATE TRUE
                   WHEN WS-TC-ORD < WS-PC-ORD
                       MOVE WS-TC-ORD TO WS-ORD-DISP
                       PERFORM 3050-SET-COLUMN-ITEM
                       ADD 1 TO WS-CNT-NEW
                       MOVE "NEU" TO PR-STATE
                       MOVE "COLUMN_NAME" TO WS-FIELD
                       MOVE COLUMN_NAME OF TCOLUMNS-RECORD
                           TO WS-TEST-VALUE
                       PERFORM 2900-RELEASE-LINE
                       PERFORM 3100-WRITE-COLUMN-CARD
                       PERFORM 3010-READ-TEST-COLUMN
                   WHEN WS-TC-ORD > WS-PC-ORD
                       MOVE WS-PC-ORD TO WS-ORD-DISP
                       PERFORM 3050-SET-COLUMN-ITEM
                       ADD 1 TO WS-CNT-PROD-ONLY
                       MOVE "NUR IN PRODUKTION" TO PR-STATE
                       MOVE "COLUMN_NAME" TO WS-FIELD
                       MOVE COLUMN_NAME OF COLUMNS-RECORD
                           TO WS-TEST-VALUE
                       PERFORM 2900-RELEASE-LINE
                       PERFORM 3200-WRITE-REMOVAL-CARD
                       PERFORM 3020-READ-PROD-COLUMN
                   WHEN OTHER
                       MOVE WS-TC-ORD TO WS-ORD-DISP
                       PERFORM 3050-SET-COLUMN-ITEM
                       PERFORM 3060-COMPARE-COLUMN-FIELDS
                       PERFORM 3010-READ-TEST-COLUMN
                       PERFORM 3020-READ-PROD-COLUMN
               END-EVALUATE
           END-PERFORM.

       3010-READ-TEST-COLUMN.
           IF WS-TC-ORD NOT = WS-END-KEY
               READ TCOLUMNS-FILE NEXT RECORD
                   AT END
                       MOVE WS-END-KEY TO WS-TC-ORD
                   NOT AT END
                       IF TABLE_NAME OF TCOLUMNS-RECORD
                               NOT = WS-CUR-TABLE
                           MOVE WS-END-KEY TO WS-TC-ORD
                       ELSE
                           MOVE ORDINAL_POSITION OF TCOLUMNS-RECORD
                               TO WS-TC-ORD
                       END-IF
               END-READ
           END-IF.

       3020-READ-PROD-COLUMN.
           IF WS-PC-ORD NOT = WS-END-KEY
               READ COLUMNS-FILE NEXT RECORD
                   AT END
                       MOVE WS-END-KEY TO WS-PC-ORD
                   NOT AT END
                       IF TABLE_NAME OF COLUMNS-RECORD
                               NOT = WS-CUR-TABLE
                           MOVE WS-END-KEY TO WS-PC-ORD
                       ELSE
                           MOVE ORDINAL_POSITION OF COLUMNS-RECORD
                               TO WS-PC-ORD
                       END-IF
               END-READ
           END-IF.

       3050-SET-COLUMN-ITEM.
           MOVE SPACES TO WS-ITEM
           STRING "POS " DELIMITED BY SIZE
                  WS-ORD-DISP DELIMITED BY SIZE
               INTO WS-ITEM
           END-STRING.

       3060-COMPARE-COLUMN-FIELDS.
           MOVE 0 TO WS-DIFF-COUNT
           MOVE "GEAENDERT" TO PR-STATE
           IF COLUMN_NAME OF TCOLUMNS-RECORD
                   NOT = COLUMN_NAME OF COLUMNS-RECORD
               MOVE "COLUMN_NAME" TO WS-FIELD
               MOVE COLUMN_NAME OF TCOLUMNS-RECORD TO WS-TEST-VALUE
               MOVE COLUMN_NAME OF COLUMNS-RECORD TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF DATA_TYPE OF TCOLUMNS-RECORD
                   NOT = DATA_TYPE OF COLUMNS-RECORD
               MOVE "DATA_TYPE" TO WS-FIELD
               MOVE DATA_TYPE OF TCOLUMNS-RECORD TO WS-TEST-VALUE
               MOVE DATA_TYPE OF COLUMNS-RECORD TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF COLUMN_SIZE OF TCOLUMNS-RECORD
                   NOT = COLUMN_SIZE OF COLUMNS-RECORD
               MOVE "COLUMN_SIZE" TO WS-FIELD
               MOVE COLUMN_SIZE OF TCOLUMNS-RECORD TO WS-NUM-VALUE
               MOVE WS-NUM-VALUE TO WS-TEST-VALUE
               MOVE COLUMN_SIZE OF COLUMNS-RECORD TO WS-NUM-VALUE
               MOVE WS-NUM-VALUE TO WS-PROD-VALUE
               PERFORM 2910-RELEASE-FIELD-DIFF
           END-IF
           IF WS-DIFF-COUNT > 0
               ADD 1 TO WS-CNT-CHANGED
               PERFORM 3100-WRITE-COLUMN-CARD
           END-IF.

       3100-WRITE-COLUMN-CARD.
           MOVE WS-CUR-TABLE TO COUT-TABLE-NAME
           MOVE COLUMN_NAME OF TCOLUMNS-RECORD TO COUT-COLUMN-NAME
           MOVE ORDINAL_POSITION OF TCOLUMNS-RECORD
               TO COUT-ORDINAL-POSITION
           MOVE DATA_TYPE OF TCOLUMNS-RECORD TO COUT-DATA-TYPE
           MOVE COLUMN_SIZE OF TCOLUMNS-RECORD TO COUT-COLUMN-SIZE
           WRITE COLOUT-RECORD
           ADD 1 TO WS-CNT-COL-CARDS.

      *      Ohne COLUMN_NAME und DATA_TYPE entfernt SOSODBM die
      *      Zeile, damit die Feldsumme wieder zu RECSIZE passt:
       3200-WRITE-REMOVAL-CARD.
           MOVE WS-CUR-TABLE TO COUT-TABLE-NAME
           MOVE SPACES TO COUT-COLUMN-NAME
           MOVE ORDINAL_POSITION OF COLUMNS-RECORD
               TO COUT-ORDINAL-POSITION
           MOVE SPACES TO COUT-DATA-TYPE
           MOVE 0 TO COUT-COLUMN-SIZE
           WRITE COLOUT-RECORD
           ADD 1 TO WS-CNT-COL-CARDS.

      *      VIEWMBRS-Zeilen der Tabelle in VIEW_SEQ_NO-Folge
      *      nebeneinander lesen; VIEW_MEMBER_FILE wird wie FILE_NAME
      *      umgesetzt. VIEWIN kennt kein Entfernen, eine Zeile nur
      *      in der Produktion wird nur ausgewiesen:
       3500-COMPARE-VIEWMBRS.
           MOVE WS-CUR-TABLE TO TABLE_NAME OF TVIEWMBRS-RECORD
           MOVE 0 TO VIEW_SEQ_NO OF TVIEWMBRS-RECORD
           START TVIEWMBRS-FILE
               KEY IS NOT LESS THAN VIEWMBRS_KEY OF TVIEWMBRS-RECORD
               INVALID KEY
                   MOVE WS-END-KEY TO WS-TV-SEQ
               NOT INVALID KEY
                   MOVE 0 TO WS-TV-SEQ
                   PERFORM 3510-READ-TEST-VIEW
           END-START
           MOVE WS-CUR-TABLE TO TABLE_NAME OF VIEWMBRS-RECORD
           MOVE 0 TO VIEW_SEQ_NO OF VIEWMBRS-RECORD
           START VIEWMBRS-FILE
               KEY IS NOT LESS THAN VIEWMBRS_KEY OF VIEWMBRS-RECORD
               INVALID KEY
                   MOVE WS-END-KEY TO WS-PV-SEQ
               NOT INVALID KEY
                   MOVE 0 TO WS-PV-SEQ
                   PERFORM 3520-READ-PROD-VIEW
           END-START
           MOVE "VIEWMBRS" TO PR-KIND
           PERFORM UNTIL WS-TV-SEQ = WS-END-KEY
                     AND WS-PV-SEQ = WS-END-KEY
               EVALUATE TRUE
                   WHEN WS-TV-SEQ < WS-PV-SEQ
                       MOVE WS-TV-SEQ TO WS-ORD-DISP
                       PERFORM 3550-SET-VIEW-ITEM
                       PERFORM 3560-MAP-VIEW-MEMBER
                       IF NAME-MAPPED
                           ADD 1 TO WS-CNT-NEW
                           MOVE "NEU" TO PR-STATE
                           MOVE "VIEW_MEMBER_FILE" TO WS-FIELD
                           MOVE WS-MAP-OUT TO WS-TEST-VALUE
                           PERFORM 2900-RELEASE-LINE
                           PERFORM 3600-WRITE-VIEW-CARD
                       END-IF
                       PERFORM 3510-READ-TEST-VIEW
                   WHEN WS-TV-SEQ > WS-PV-SEQ
                       MOVE WS-PV-SEQ TO WS-ORD-DISP
                       PERFORM 3550-SET-VIEW-ITEM
                       ADD 1 TO WS-CNT-PROD-ONLY
                       MOVE "NUR IN PRODUKTION" TO PR-STATE
                       MOVE "VIEW_MEMBER_FILE" TO WS-FIELD
                       MOVE VIEW_MEMBER_FILE OF VIEWMBRS-RECORD
                           TO WS-TEST-VALUE
                       PERFORM 2900-RELEASE-LINE
                       PERFORM 3520-READ-PROD-VIEW
                   WHEN OTHER
                       MOVE WS-TV-SEQ TO WS-ORD-DISP
                       PERFORM 3550-SET-VIEW-ITEM
                       PERFORM 3560-MAP-VIEW-MEMBER
                       IF NAME-MAPPED
                               AND WS-MAP-OUT
                                   NOT = VIEW_MEMBER_FILE
                                         OF VIEWMBRS-RECORD
                           MOVE 0 TO WS-DIFF-COUNT
                           ADD 1 TO WS-CNT-CHANGED
                           MOVE "GEAENDERT" TO PR-STATE
                           MOVE "VIEW_MEMBER_FILE" TO WS-FIELD
                           MOVE WS-MAP-OUT TO WS-TEST-VALUE
                           MOVE VIEW_MEMBER_FILE OF VIEWMBRS-RECORD
                               TO WS-PROD-VALUE
                           PERFORM 2910-RELEASE-FIELD-DIFF
                           PERFORM 3600-WRITE-VIEW-CARD
                       END-IF
                       PERFORM 3510-READ-TEST-VIEW
                       PERFORM 3520-READ-PROD-VIEW
               END-EVALUATE
           END-PERFORM.

       3510-READ-TEST-VIEW.
           IF WS-TV-SEQ NOT = WS-END-KEY
               READ TVIEWMBRS-FILE NEXT RECORD
                   AT END
                       MOVE WS-END-KEY TO WS-TV-SEQ
                   NOT AT END
                       IF TABLE_NAME OF TVIEWMBRS-RECORD
                               NOT = WS-CUR-TABLE
                           MOVE WS-END-KEY TO WS-TV-SEQ
                       ELSE
                           MOVE VIEW_SEQ_NO OF TVIEWMBRS-RECORD
                               TO WS-TV-SEQ
                       END-IF
               END-READ
           END-IF.

       3520-READ-PROD-VIEW.
           IF WS-PV-SEQ NOT = WS-END-KEY
               READ VIEWMBRS-FILE NEXT RECORD
                   AT END
                       MOVE WS-END-KEY TO WS-PV-SEQ
                   NOT AT END
                       IF TABLE_NAME OF VIEWMBRS-RECORD
                               NOT = WS-CUR-TABLE
                           MOVE WS-END-KEY TO WS-PV-SEQ
                       ELSE
                           MOVE VIEW_SEQ_NO OF VIEWMBRS-RECORD
                               TO WS-PV-SEQ
                       END-IF
               END-READ
           END-IF.

       3550-SET-VIEW-ITEM.
           MOVE SPACES TO WS-ITEM
           STRING "SEQ " DELIMITED BY SIZE
                  WS-ORD-DISP DELIMITED BY SIZE
               INTO WS-ITEM
           END-STRING.

      *      Eine VIEW-Datei ohne Poolzuordnung wird ausgewiesen und
      *      nicht übernommen:
       3560-MAP-VIEW-MEMBER.
           MOVE VIEW_MEMBER_FILE OF TVIEWMBRS-RECORD TO WS-MAP-IN
           PERFORM 2400-MAP-FILE-NAME
           IF NOT NAME-MAPPED
               ADD 1 TO WS-CNT-PROBLEMS
               MOVE "KEINE POOLZUORDNUNG" TO PR-STATE
               MOVE "VIEW_MEMBER_FILE" TO WS-FIELD
               MOVE WS-MAP-IN TO WS-TEST-VALUE
               PERFORM 2900-RELEASE-LINE
           END-IF.

       3600-WRITE-VIEW-CARD.
           MOVE WS-CUR-TABLE TO VOUT-TABLE-NAME
           MOVE VIEW_SEQ_NO OF TVIEWMBRS-RECORD TO VOUT-SEQ-NO
           MOVE WS-MAP-OUT TO VOUT-MEMBER-FILE
           WRITE VIEWOUT-RECORD
           ADD 1 TO WS-CNT-VIEW-CARDS.

      *      Beide JOBUSES-Dateien in Schlüsselfolge nebeneinander
      *      lesen; es zählen nur Zeilen ausgewählter Tabellen:
       4000-MERGE-JOBUSES.
           MOVE LOW-VALUES TO JOBUSES_KEY OF TJOBUSES-RECORD
           START TJOBUSES-FILE
               KEY IS NOT LESS THAN JOBUSES_KEY OF TJOBUSES-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-TJ-KEY
               NOT INVALID KEY
                   MOVE LOW-VALUES TO WS-TJ-KEY
                   PERFORM 4010-READ-TEST-JOBUSE
           END-START
           MOVE LOW-VALUES TO JOBUSES_KEY OF JOBUSES-RECORD
           START JOBUSES-FILE
               KEY IS NOT LESS THAN JOBUSES_KEY OF JOBUSES-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-PJ-KEY
               NOT INVALID KEY
                   MOVE LOW-VALUES TO WS-PJ-KEY
                   PERFORM 4020-READ-PROD-JOBUSE
           END-START
           MOVE "JOBUSES" TO PR-KIND
           PERFORM UNTIL WS-TJ-KEY = HIGH-VALUES
                     AND WS-PJ-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-TJ-KEY < WS-PJ-KEY
                       MOVE TABLE_NAME OF TJOBUSES-RECORD
                           TO WS-CUR-TABLE
                       PERFORM 4050-FIND-TABLE
                       IF WS-SEL-FOUND > 0
                           PERFORM 4100-JOB-NEW
                       END-IF
                       PERFORM 4010-READ-TEST-JOBUSE
                   WHEN WS-TJ-KEY > WS-PJ-KEY
                       MOVE TABLE_NAME OF JOBUSES-RECORD
                           TO WS-CUR-TABLE
                       PERFORM 4050-FIND-TABLE
                       IF WS-SEL-FOUND > 0
                           PERFORM 4200-JOB-PROD-ONLY
                       END-IF
                       PERFORM 4020-READ-PROD-JOBUSE
                   WHEN OTHER
                       MOVE TABLE_NAME OF TJOBUSES-RECORD
                           TO WS-CUR-TABLE
                       PERFORM 4050-FIND-TABLE
                       IF WS-SEL-FOUND > 0
                           PERFORM 4300-JOB-BOTH
                       END-IF
                       PERFORM 4010-READ-TEST-JOBUSE
                       PERFORM 4020-READ-PROD-JOBUSE
               END-EVALUATE
           END-PERFORM.

       4010-READ-TEST-JOBUSE.
           IF WS-TJ-KEY NOT = HIGH-VALUES
               READ TJOBUSES-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-TJ-KEY
                   NOT AT END
                       MOVE JOBUSES_KEY OF TJOBUSES-RECORD
                           TO WS-TJ-KEY
               END-READ
           END-IF.

       4020-READ-PROD-JOBUSE.
           IF WS-PJ-KEY NOT = HIGH-VALUES
               READ JOBUSES-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-PJ-KEY
                   NOT AT END
                       MOVE JOBUSES_KEY OF JOBUSES-RECORD
                           TO WS-PJ-KEY
               END-READ
           END-IF.

      *      WS-CUR-TABLE unter den ausgewählten Tabellen suchen;
      *      Abteilung und Zustand nach WS-CUR-DEPT/-STATE:
       4050-FIND-TABLE.
           MOVE 0 TO WS-SEL-FOUND
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
                      OR WS-SEL-FOUND > 0
               IF SEL-NAME (WS-SEL-SUB) = WS-CUR-TABLE
                   MOVE WS-SEL-SUB TO WS-SEL-FOUND
                   MOVE SEL-DEPT (WS-SEL-SUB) TO WS-CUR-DEPT
                   MOVE SEL-STATE (WS-SEL-SUB) TO WS-CUR-STATE
               END-IF
           END-PERFORM.

      *      Jobverwendung nur im Test; übernommen nur zu einer
      *      Tabelle, die es im Test gibt und die übernehmbar ist:
       4100-JOB-NEW.
           IF WS-CUR-STATE = "N" OR WS-CUR-STATE = "B"
               ADD 1 TO WS-CNT-NEW
               MOVE "NEU" TO PR-STATE
               MOVE JOB_NAME OF TJOBUSES-RECORD TO WS-ITEM
               MOVE "JOB_OWNER_DEPT" TO WS-FIELD
               MOVE JOB_OWNER_DEPT OF TJOBUSES-RECORD
                   TO WS-TEST-VALUE
               PERFORM 2900-RELEASE-LINE
               MOVE "I" TO JOUT-ACTION
               PERFORM 4500-WRITE-JTRANS-CARD
           END-IF.

       4200-JOB-PROD-ONLY.
           ADD 1 TO WS-CNT-PROD-ONLY
           MOVE "NUR IN PRODUKTION" TO PR-STATE
           MOVE JOB_NAME OF JOBUSES-RECORD TO WS-ITEM
           MOVE "JOB_OWNER_DEPT" TO WS-FIELD
           MOVE JOB_OWNER_DEPT OF JOBUSES-RECORD TO WS-TEST-VALUE
           PERFORM 2900-RELEASE-LINE.

       4300-JOB-BOTH.
           IF WS-CUR-STATE = "N" OR WS-CUR-STATE = "B"
               MOVE 0 TO WS-DIFF-COUNT
               MOVE "GEAENDERT" TO PR-STATE
               MOVE JOB_NAME OF TJOBUSES-RECORD TO WS-ITEM
               IF JOB_OWNER_DEPT OF TJOBUSES-RECORD
                       NOT = JOB_OWNER_DEPT OF JOBUSES-RECORD
                   MOVE "JOB_OWNER_DEPT" TO WS-FIELD
                   MOVE JOB_OWNER_DEPT OF TJOBUSES-RECORD
                       TO WS-TEST-VALUE
                   MOVE JOB_OWNER_DEPT OF JOBUSES-RECORD
                       TO WS-PROD-VALUE
                   PERFORM 2910-RELEASE-FIELD-DIFF
               END-IF
               IF JOB_REMARKS OF TJOBUSES-RECORD
                       NOT = JOB_REMARKS OF JOBUSES-RECORD
                   MOVE "JOB_REMARKS" TO WS-FIELD
                   MOVE JOB_REMARKS OF TJOBUSES-RECORD
                       TO WS-TEST-VALUE
                   MOVE JOB_REMARKS OF JOBUSES-RECORD
                       TO WS-PROD-VALUE
                   PERFORM 2910-RELEASE-FIELD-DIFF
               END-IF
               IF WS-DIFF-COUNT > 0
                   ADD 1 TO WS-CNT-CHANGED
                   MOVE "U" TO JOUT-ACTION
                   PERFORM 4500-WRITE-JTRANS-CARD
               END-IF
           END-IF.

      *      Pflegesatz im JTRANSIN-Satzaufbau (JOUT-ACTION vom
      *      Rufer):
       4500-WRITE-JTRANS-CARD.
           MOVE WS-OPERATOR-ID TO JOUT-OPERATOR-ID
           MOVE JOB_NAME OF TJOBUSES-RECORD TO JOUT-JOB-NAME
           MOVE TABLE_NAME OF TJOBUSES-RECORD TO JOUT-TABLE-NAME
           MOVE JOB_OWNER_DEPT OF TJOBUSES-RECORD TO JOUT-OWNER-DEPT
           MOVE JOB_REMARKS OF TJOBUSES-RECORD TO JOUT-REMARKS
           WRITE JTRANSOUT-RECORD
           ADD 1 TO WS-CNT-JOB-CARDS.

      *      Abgleichbericht, nach zuständiger Abteilung gruppiert
      *      (wie SOSODBRL):
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR PR-DEPT NOT = WS-PREV-DEPT
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE PR-DEPT TO WS-PREV-DEPT
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE PR-DEPT TO DEPT-HDR-NAME
                           WRITE REPORT-LINE FROM DEPT-HDR-LINE
                       END-IF
                       MOVE PR-KIND TO DTL-KIND
                       MOVE PR-TABLE TO DTL-TABLE
                       MOVE PR-STATE TO DTL-STATE
                       MOVE PR-ITEM TO DTL-ITEM
                       MOVE PR-FIELD TO DTL-FIELD
                       MOVE PR-VALUE TO DTL-VALUE
                       WRITE REPORT-LINE FROM DETAIL-LINE
               END-RETURN
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TABELLEN VERGLICHEN" TO SUM-TEXT
           MOVE WS-CNT-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "EINTRAEGE NEU" TO SUM-TEXT
           MOVE WS-CNT-NEW TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "EINTRAEGE GEAENDERT" TO SUM-TEXT
           MOVE WS-CNT-CHANGED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "EINTRAEGE NUR IN PRODUKTION" TO SUM-TEXT
           MOVE WS-CNT-PROD-ONLY TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "OHNE POOLZUORDNUNG" TO SUM-TEXT
           MOVE WS-CNT-PROBLEMS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "TRANSOUT-SAETZE ERZEUGT" TO SUM-TEXT
           MOVE WS-CNT-TRANS-CARDS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "COLOUT-SAETZE ERZEUGT" TO SUM-TEXT
           MOVE WS-CNT-COL-CARDS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "VIEWOUT-SAETZE ERZEUGT" TO SUM-TEXT
           MOVE WS-CNT-VIEW-CARDS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "JTRANSOUT-SAETZE ERZEUGT" TO SUM-TEXT
           MOVE WS-CNT-JOB-CARDS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-TABLES TO RUN-REQ-READ
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-TRANS-CARDS + WS-CNT-COL-CARDS
                 + WS-CNT-VIEW-CARDS + WS-CNT-JOB-CARDS
           MOVE WS-CNT-PROBLEMS TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
