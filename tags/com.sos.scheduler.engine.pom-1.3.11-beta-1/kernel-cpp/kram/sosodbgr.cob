      *----------------------------------------------------------------
      * SOSODBGR - Wöchentlicher Bericht über Größe und Wachstum der
      *            katalogisierten Dateien
      *
      * SOSODBRC legt jede Nacht aus dem FILECAT-Auszug je CATALOG-
      * Eintrag einen Tagesstand mit zugewiesenem und belegtem Platz
      * und der Satzanzahl in SIZEHIST ab (siehe SOSODBCH). Dass eine
      * Datei voll war, erfuhr man bisher erst aus dem Abbruch des
      * Ladejobs.
      *
      * Dieses Programm wertet die Historie für jeden CATALOG-Eintrag
      * vom TABLE_TYPE "TABLE" aus. Verrechnet werden nur Stände mit
      * dem aktuellen FILE_NAME des Eintrags. Je Datei zeigt der
      * Bericht:
      *  - den letzten Stand (belegt, zugewiesen, Sätze),
      *  - das Wachstum des belegten Platzes in 30 und 90 Tagen und
      *    das der Satzanzahl in 30 Tagen, jeweils gegen den
      *    jüngsten Stand, der mindestens so alt ist,
      *  - das voraussichtliche Datum, an dem der belegte Platz die
      *    Zuweisung erreicht. Hochgerechnet wird mit dem mittleren
      *    Tageswachstum seit dem 90-Tage-Stand, bei kürzerer
      *    Historie seit dem ältesten Stand. Liegt das Datum mehr als
      *    zehn Jahre voraus, wird keins gedruckt.
      *
      * Befunde (Returncode 4) sind eine bereits voll belegte
      * Zuweisung, ein voraussichtliches Volllaufen innerhalb der
      * Vorwarnzeit (Vorgabe 30 Tage ab heute) und eine Datei, die
      * nicht gewachsen ist, obwohl CATALOG_REFRESH_FREQ das
      * erwarten lässt. Als Zeitraum dafür gelten zwei Rhythmen,
      * mindestens aber eine Woche ("TAEGLICH" 7, "WOECHENTLICH" 14,
      * "MONATLICH" 62, "JAEHRLICH" 732 Tage); gewachsen ist eine
      * Datei, wenn belegter Platz oder Satzanzahl zugenommen haben.
      * Dass eine Zulieferung gar nicht kam, meldet weiterhin
      * SOSODBSM. Hinweise sind ein TABLE_NAME ohne Stand in SIZEHIST
      * und ein letzter Stand, der älter als eine Woche ist.
      *
      * Je CATALOG_OWNER_DEPT eine Seite, die Dateien nach dem
      * 30-Tage-Wachstum absteigend mit Rang; am Ende die größten
      * Zuwächse über alle Abteilungen.
      *
      * Die Steuerkarte GRSELECT (wahlfrei) kann den Bericht auf eine
      * Abteilung beschränken und gibt die Vorwarnzeit in Tagen und
      * die Länge der Gesamtliste der größten Zuwächse vor (0 oder
      * fehlend = 30 Tage bzw. 20 Dateien, höchstens 100).
      *
      * Geändert wird nichts. Returncode 0 ohne Befund, 4 mit Befund,
      * 8 wenn CATALOG oder SIZEHIST nicht lesbar war.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "GRSELECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TABLE_NAME
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SIZEHIST-FILE ASSIGN TO "SIZEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST_KEY
               FILE STATUS IS WS-SIZEHIST-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "GROWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *      Eine Steuerkarte:
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
      *      Leer = alle Abteilungen:
           05 GR-SELECT-DEPT           PIC X(20).
      *      Vorwarnzeit in Tagen, 0 = 30:
           05 GR-WARN-DAYS             PIC 9(3).
      *      Länge der Gesamtliste, 0 = 20:
           05 GR-TOP-COUNT             PIC 9(3).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  SIZEHIST-FILE.
       01  SIZEHIST-RECORD.
           COPY "sosodbch.cob".

       SD  SORT-WORK.
       01  GR-RECORD.
           05 GR-DEPT                  PIC X(20).
      *      Sortierbegriff: Wachstum in 30 Tagen, 0 ohne 30-Tage-
      *      Stand:
           05 GR-SORT-GROWTH           PIC S9(9).
           05 GR-TABLE                 PIC X(50).
           05 GR-USED                  PIC 9(9).
           05 GR-ALLOC                 PIC 9(9).
           05 GR-RECORDS               PIC 9(11).
      *      "J" = Vergleichsstand vorhanden:
           05 GR-HAVE-30               PIC X(1).
           05 GR-HAVE-90               PIC X(1).
           05 GR-GROW-30               PIC S9(9).
           05 GR-GROW-90               PIC S9(9).
           05 GR-RECGROW-30            PIC S9(11).
      *      Voraussichtlich voll am, CCYYMMDD; 0 = keine Prognose:
           05 GR-FULL-DATE             PIC 9(8).
           05 GR-STATUS                PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS           PIC X(2).
       01  WS-SIZEHIST-STATUS          PIC X(2).
       01  WS-EOF-CONTROL              PIC X(1) VALUE "N".
           88 EOF-CONTROL              VALUE "Y".
       01  WS-EOF-CATALOG              PIC X(1) VALUE "N".
           88 EOF-CATALOG              VALUE "Y".
       01  WS-EOF-HIST                 PIC X(1) VALUE "N".
           88 EOF-HIST                 VALUE "Y".
       01  WS-EOF-SORT                 PIC X(1) VALUE "N".
           88 EOF-SORT                 VALUE "Y".
       01  WS-PREV-DEPT                PIC X(20).
       01  WS-FIRST-DEPT               PIC X(1).
           88 FIRST-DEPT               VALUE "Y".
       01  WS-RANK                     PIC 9(5).

      *      Steuerkartenfelder, vor dem CLOSE übernommen:
       01  WS-SELECT-DEPT              PIC X(20) VALUE SPACES.
       01  WS-WARN-DAYS                PIC 9(3) VALUE 30.
       01  WS-TOP-MAX                  PIC 9(3) VALUE 20.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-SERIAL             PIC S9(9) COMP.
       01  WS-CUT-30-SERIAL            PIC S9(9) COMP.
       01  WS-CUT-90-SERIAL            PIC S9(9) COMP.
       01  WS-STALE-SERIAL             PIC S9(9) COMP.

      *      Gerade ausgewerteter CATALOG-Eintrag:
       01  WS-CUR-TABLE                PIC X(50).
      *      Zeitraum für die Wachstumserwartung, 0 = keine:
       01  WS-EXPECT-DAYS              PIC 9(4).
       01  WS-EXPECT-SERIAL            PIC S9(9) COMP.
       01  WS-SNAP-COUNT               PIC 9(5).
       01  WS-SNAP-SERIAL              PIC S9(9) COMP.

      *      Letzter, ältester und Vergleichsstände des Eintrags:
       01  WS-LAST-SERIAL              PIC S9(9) COMP.
       01  WS-LAST-DATE                PIC 9(8).
       01  WS-LAST-USED                PIC 9(9).
       01  WS-LAST-ALLOC               PIC 9(9).
       01  WS-LAST-RECORDS             PIC 9(11).
       01  WS-FIRST-SERIAL             PIC S9(9) COMP.
       01  WS-FIRST-USED               PIC 9(9).
       01  WS-HAVE-30                  PIC X(1).
           88 HAVE-30                  VALUE "J".
       01  WS-B30-USED                 PIC 9(9).
       01  WS-B30-RECORDS              PIC 9(11).
       01  WS-HAVE-90                  PIC X(1).
           88 HAVE-90                  VALUE "J".
       01  WS-B90-SERIAL               PIC S9(9) COMP.
       01  WS-B90-USED                 PIC 9(9).
       01  WS-HAVE-EXPECT              PIC X(1).
           88 HAVE-EXPECT              VALUE "J".
       01  WS-BEX-SERIAL               PIC S9(9) COMP.
       01  WS-BEX-USED                 PIC 9(9).
       01  WS-BEX-RECORDS              PIC 9(11).

      *      Hochrechnung:
       01  WS-RATE-SERIAL              PIC S9(9) COMP.
       01  WS-RATE-USED                PIC 9(9).
       01  WS-RATE-DAYS                PIC S9(9) COMP.
       01  WS-RATE-GROWTH              PIC S9(9) COMP.
       01  WS-DAYS-LEFT                PIC S9(11) COMP.
       01  WS-FULL-SERIAL              PIC S9(9) COMP.

      *      Umrechnung CCYYMMDD in eine fortlaufende Tageszahl und
      *      zurück (Tageszahl wie in SOSODBSM):
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
       01  WS-DTD-BASE                 PIC S9(9) COMP.
       01  WS-DTD-REST                 PIC S9(9) COMP.

      *      Größte Zuwächse über alle Abteilungen, absteigend:
       01  WS-TOP-COUNT                PIC 9(3) VALUE 0.
       01  WS-TOP-SUB                  PIC 9(3).
       01  TOP-TABLE.
           05 TOP-ENTRY OCCURS 100 TIMES.
              10 TOP-DEPT              PIC X(20).
              10 TOP-NAME              PIC X(50).
              10 TOP-GROWTH            PIC S9(9).
              10 TOP-USED              PIC 9(9).
       01  TOP-SWAP                    PIC X(88).

       01  WS-CNT-TABLES               PIC 9(7) VALUE 0.
       01  WS-CNT-NO-HIST              PIC 9(7) VALUE 0.
       01  WS-CNT-HINTS                PIC 9(7) VALUE 0.
       01  WS-FINDING-COUNT            PIC 9(7) VALUE 0.

       01  WS-GROW-DISP                PIC -(9)9.
       01  WS-RECGROW-DISP             PIC -(11)9.

       01  HDR-LINE-1.
           05 FILLER                   PIC X(38)
                   VALUE "DATEIGROESSE UND WACHSTUM  ABTEILUNG:".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 HDR-DEPT                 PIC X(20).
           05 FILLER                   PIC X(7) VALUE "STAND: ".
           05 HDR-DATE                 PIC 9(8).

       01  HDR-LINE-2.
           05 FILLER                   PIC X(5)  VALUE "RANG".
           05 FILLER                   PIC X(52) VALUE "TABLE_NAME".
           05 FILLER                   PIC X(10) VALUE "    BELEGT".
           05 FILLER                   PIC X(10) VALUE "    ZUGEW.".
           05 FILLER                   PIC X(12) VALUE "      SAETZE".
           05 FILLER                   PIC X(11) VALUE "   +30 TAGE".
           05 FILLER                   PIC X(11) VALUE "   +90 TAGE".
           05 FILLER                   PIC X(13)
                   VALUE " SAETZE +30 T".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "VOLL AM".
           05 FILLER                   PIC X(20) VALUE "BEFUND".

       01  DETAIL-LINE.
           05 DTL-RANK                 PIC ZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DTL-TABLE                PIC X(52).
           05 DTL-USED                 PIC Z(9)9.
           05 DTL-ALLOC                PIC Z(9)9.
           05 DTL-RECORDS              PIC Z(11)9.
           05 DTL-GROW-30              PIC X(11).
           05 DTL-GROW-90              PIC X(11).
           05 DTL-RECGROW-30           PIC X(13).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-FULL-DATE            PIC X(10).
           05 DTL-STATUS               PIC X(20).

       01  TOP-HDR-LINE.
           05 FILLER                   PIC X(31)
                   VALUE "GROESSTE ZUWAECHSE IN 30 TAGEN".
           05 FILLER                   PIC X(20)
                   VALUE "ALLER ABTEILUNGEN".

       01  TOP-LINE.
           05 TOP-RANK                 PIC ZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 TOP-LN-TABLE             PIC X(52).
           05 TOP-LN-DEPT              PIC X(22).
           05 TOP-LN-USED              PIC Z(9)9.
           05 TOP-LN-GROWTH            PIC -(9)9.

       01  SUM-LINE.
           05 SUM-TEXT                 PIC X(40).
           05 SUM-COUNT                PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL
           COMPUTE WS-CUT-30-SERIAL = WS-TODAY-SERIAL - 30
           COMPUTE WS-CUT-90-SERIAL = WS-TODAY-SERIAL - 90
           COMPUTE WS-STALE-SERIAL = WS-TODAY-SERIAL - 7

           PERFORM 0300-READ-CONTROL-CARD

           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBGR: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT SIZEHIST-FILE
           IF WS-SIZEHIST-STATUS NOT = "00"
               DISPLAY "SOSODBGR: SIZEHIST OPEN FEHLGESCHLAGEN, STATUS="
                   WS-SIZEHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           SORT SORT-WORK
               ON ASCENDING KEY GR-DEPT
               ON DESCENDING KEY GR-SORT-GROWTH
               ON ASCENDING KEY GR-TABLE
               INPUT PROCEDURE IS 1000-EVALUATE-ALL
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 6000-PRINT-TOP-GROWERS
           PERFORM 8000-WRITE-TOTALS

           CLOSE CATALOG-FILE
           CLOSE SIZEHIST-FILE
           CLOSE REPORT-FILE

           DISPLAY "SOSODBGR: ANZAHL BEFUNDE: " WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBGR" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0300-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   SET EOF-CONTROL TO TRUE
           END-READ
           IF NOT EOF-CONTROL
               MOVE GR-SELECT-DEPT TO WS-SELECT-DEPT
               IF GR-WARN-DAYS IS NUMERIC AND GR-WARN-DAYS > 0
                   MOVE GR-WARN-DAYS TO WS-WARN-DAYS
               END-IF
               IF GR-TOP-COUNT IS NUMERIC AND GR-TOP-COUNT > 0
                   MOVE GR-TOP-COUNT TO WS-TOP-MAX
               END-IF
               IF WS-TOP-MAX > 100
                   MOVE 100 TO WS-TOP-MAX
               END-IF
           END-IF
           CLOSE CONTROL-FILE.

       1000-EVALUATE-ALL.
           PERFORM UNTIL EOF-CATALOG
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET EOF-CATALOG TO TRUE
                   NOT AT END
                       IF TABLE_TYPE = "TABLE"
                           AND (WS-SELECT-DEPT = SPACES
                             OR WS-SELECT-DEPT = CATALOG_OWNER_DEPT)
                           PERFORM 2000-EVALUATE-TABLE
                               THRU 2099-EVALUATE-TABLE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

      *      Stände eines TABLE_NAME lesen, Wachstum und Prognose
      *      rechnen, eine Berichtszeile abgeben:
       2000-EVALUATE-TABLE.
           ADD 1 TO WS-CNT-TABLES
           MOVE TABLE_NAME TO WS-CUR-TABLE
           MOVE 0 TO WS-SNAP-COUNT
           MOVE "N" TO WS-HAVE-30
           MOVE "N" TO WS-HAVE-90
           MOVE "N" TO WS-HAVE-EXPECT
           INITIALIZE GR-RECORD
           MOVE CATALOG_OWNER_DEPT TO GR-DEPT
           MOVE WS-CUR-TABLE TO GR-TABLE
           MOVE "N" TO GR-HAVE-30
           MOVE "N" TO GR-HAVE-90

           EVALUATE CATALOG_REFRESH_FREQ
               WHEN "TAEGLICH"
                   MOVE 7 TO WS-EXPECT-DAYS
               WHEN "WOECHENTLICH"
                   MOVE 14 TO WS-EXPECT-DAYS
               WHEN "MONATLICH"
                   MOVE 62 TO WS-EXPECT-DAYS
               WHEN "JAEHRLICH"
                   MOVE 732 TO WS-EXPECT-DAYS
               WHEN OTHER
                   MOVE 0 TO WS-EXPECT-DAYS
           END-EVALUATE
           COMPUTE WS-EXPECT-SERIAL = WS-TODAY-SERIAL - WS-EXPECT-DAYS

           MOVE WS-CUR-TABLE TO HIST_TABLE_NAME
           MOVE 0 TO HIST_SNAP_DATE
           MOVE "N" TO WS-EOF-HIST
           START SIZEHIST-FILE KEY IS NOT LESS THAN HIST_KEY
               INVALID KEY
                   SET EOF-HIST TO TRUE
           END-START
           PERFORM UNTIL EOF-HIST
               READ SIZEHIST-FILE NEXT RECORD
                   AT END
                       SET EOF-HIST TO TRUE
                   NOT AT END
                       IF HIST_TABLE_NAME NOT = WS-CUR-TABLE
                           SET EOF-HIST TO TRUE
                       ELSE
                           IF HIST_FILE_NAME = FILE_NAME
                               PERFORM 2100-TAKE-SNAPSHOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SNAP-COUNT = 0
               ADD 1 TO WS-CNT-NO-HIST
               ADD 1 TO WS-CNT-HINTS
               MOVE "KEINE HISTORIE" TO GR-STATUS
               RELEASE GR-RECORD
               GO TO 2099-EVALUATE-TABLE-EXIT
           END-IF

           PERFORM 2200-COMPUTE-GROWTH
           PERFORM 2300-FORECAST THRU 2399-FORECAST-EXIT
           PERFORM 2400-CHECK-STATUS
           PERFORM 2600-NOTE-TOP-GROWER
               THRU 2699-NOTE-TOP-GROWER-EXIT
           RELEASE GR-RECORD.

       2099-EVALUATE-TABLE-EXIT.
           CONTINUE.

      *      Die Stände kommen in aufsteigender Datumsfolge; der
      *      zuletzt gelesene, der Bedingung genügende Stand ist
      *      damit jeweils der jüngste:
       2100-TAKE-SNAPSHOT.
           ADD 1 TO WS-SNAP-COUNT
           MOVE HIST_SNAP_DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-SNAP-SERIAL
           IF WS-SNAP-COUNT = 1
               MOVE WS-SNAP-SERIAL TO WS-FIRST-SERIAL
               MOVE HIST_USED_PAGES TO WS-FIRST-USED
           END-IF
           MOVE WS-SNAP-SERIAL TO WS-LAST-SERIAL
           MOVE HIST_SNAP_DATE TO WS-LAST-DATE
           MOVE HIST_USED_PAGES TO WS-LAST-USED
           MOVE HIST_ALLOC_PAGES TO WS-LAST-ALLOC
           MOVE HIST_RECORD_COUNT TO WS-LAST-RECORDS
           IF WS-SNAP-SERIAL NOT > WS-CUT-30-SERIAL
               SET HAVE-30 TO TRUE
               MOVE HIST_USED_PAGES TO WS-B30-USED
               MOVE HIST_RECORD_COUNT TO WS-B30-RECORDS
           END-IF
           IF WS-SNAP-SERIAL NOT > WS-CUT-90-SERIAL
               SET HAVE-90 TO TRUE
               MOVE WS-SNAP-SERIAL TO WS-B90-SERIAL
               MOVE HIST_USED_PAGES TO WS-B90-USED
           END-IF
           IF WS-EXPECT-DAYS > 0
                   AND WS-SNAP-SERIAL NOT > WS-EXPECT-SERIAL
               SET HAVE-EXPECT TO TRUE
               MOVE WS-SNAP-SERIAL TO WS-BEX-SERIAL
               MOVE HIST_USED_PAGES TO WS-BEX-USED
               MOVE HIST_RECORD_COUNT TO WS-BEX-RECORDS
           END-IF.

       2200-COMPUTE-GROWTH.
           MOVE WS-LAST-USED TO GR-USED
           MOVE WS-LAST-ALLOC TO GR-ALLOC
           MOVE WS-LAST-RECORDS TO GR-RECORDS
           IF HAVE-30
               MOVE "J" TO GR-HAVE-30
               COMPUTE GR-GROW-30 = WS-LAST-USED - WS-B30-USED
               COMPUTE GR-RECGROW-30
                   = WS-LAST-RECORDS - WS-B30-RECORDS
               MOVE GR-GROW-30 TO GR-SORT-GROWTH
           END-IF
           IF HAVE-90
               MOVE "J" TO GR-HAVE-90
               COMPUTE GR-GROW-90 = WS-LAST-USED - WS-B90-USED
           END-IF.

      *      Mittleres Tageswachstum seit dem 90-Tage-Stand bzw. dem
      *      ältesten Stand, fortgeschrieben ab dem letzten Stand bis
      *      zur Zuweisung. Ohne Zuweisung (älterer Auszug) und ohne
      *      Wachstum keine Prognose:
       2300-FORECAST.
           MOVE 0 TO GR-FULL-DATE
           IF WS-LAST-ALLOC = 0
               GO TO 2399-FORECAST-EXIT
           END-IF
           IF WS-LAST-USED NOT < WS-LAST-ALLOC
               MOVE WS-LAST-DATE TO GR-FULL-DATE
               GO TO 2399-FORECAST-EXIT
           END-IF
           IF HAVE-90
               MOVE WS-B90-SERIAL TO WS-RATE-SERIAL
               MOVE WS-B90-USED TO WS-RATE-USED
           ELSE
               MOVE WS-FIRST-SERIAL TO WS-RATE-SERIAL
               MOVE WS-FIRST-USED TO WS-RATE-USED
           END-IF
           COMPUTE WS-RATE-DAYS = WS-LAST-SERIAL - WS-RATE-SERIAL
           COMPUTE WS-RATE-GROWTH = WS-LAST-USED - WS-RATE-USED
           IF WS-RATE-DAYS NOT > 0 OR WS-RATE-GROWTH NOT > 0
               GO TO 2399-FORECAST-EXIT
           END-IF
           COMPUTE WS-DAYS-LEFT
               = (WS-LAST-ALLOC - WS-LAST-USED) * WS-RATE-DAYS
                 / WS-RATE-GROWTH
           IF WS-DAYS-LEFT > 3650
               GO TO 2399-FORECAST-EXIT
           END-IF
           COMPUTE WS-FULL-SERIAL = WS-LAST-SERIAL + WS-DAYS-LEFT
           MOVE WS-FULL-SERIAL TO WS-DTD-SERIAL
           PERFORM 7100-DAYS-TO-DATE
           MOVE WS-DTD-DATE TO GR-FULL-DATE.

       2399-FORECAST-EXIT.
           CONTINUE.

      *      Ein Befund je Datei, der schwerste zuerst:
       2400-CHECK-STATUS.
           MOVE SPACES TO GR-STATUS
           EVALUATE TRUE
               WHEN WS-LAST-ALLOC > 0
                       AND WS-LAST-USED NOT < WS-LAST-ALLOC
                   MOVE "ZUWEISUNG VOLL" TO GR-STATUS
                   ADD 1 TO WS-FINDING-COUNT
               WHEN GR-FULL-DATE > 0
                       AND WS-FULL-SERIAL - WS-TODAY-SERIAL
                           NOT > WS-WARN-DAYS
                   MOVE "VOLL IN VORWARNZEIT" TO GR-STATUS
                   ADD 1 TO WS-FINDING-COUNT
               WHEN HAVE-EXPECT
                       AND WS-LAST-SERIAL > WS-BEX-SERIAL
                       AND WS-LAST-USED NOT > WS-BEX-USED
                       AND WS-LAST-RECORDS NOT > WS-BEX-RECORDS
                   MOVE "KEIN WACHSTUM" TO GR-STATUS
                   ADD 1 TO WS-FINDING-COUNT
               WHEN WS-LAST-SERIAL < WS-STALE-SERIAL
                   MOVE "KEIN AKTUELLER STAND" TO GR-STATUS
                   ADD 1 TO WS-CNT-HINTS
           END-EVALUATE.

      *      Gesamtliste der größten Zuwächse fortschreiben: neuer
      *      Eintrag ans Ende bzw. anstelle des kleinsten, dann nach
      *      vorn tauschen, solange der Vorgänger kleiner ist:
       2600-NOTE-TOP-GROWER.
           IF NOT HAVE-30 OR GR-GROW-30 NOT > 0
               GO TO 2699-NOTE-TOP-GROWER-EXIT
           END-IF
           IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
           ELSE
               IF GR-GROW-30 NOT > TOP-GROWTH (WS-TOP-COUNT)
                   GO TO 2699-NOTE-TOP-GROWER-EXIT
               END-IF
           END-IF
           MOVE GR-DEPT TO TOP-DEPT (WS-TOP-COUNT)
           MOVE GR-TABLE TO TOP-NAME (WS-TOP-COUNT)
           MOVE GR-GROW-30 TO TOP-GROWTH (WS-TOP-COUNT)
           MOVE GR-USED TO TOP-USED (WS-TOP-COUNT)
           PERFORM VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-SUB < 2
                      OR TOP-GROWTH (WS-TOP-SUB - 1)
                             NOT < TOP-GROWTH (WS-TOP-SUB)
               MOVE TOP-ENTRY (WS-TOP-SUB - 1) TO TOP-SWAP
               MOVE TOP-ENTRY (WS-TOP-SUB) TO TOP-ENTRY (WS-TOP-SUB - 1)
               MOVE TOP-SWAP TO TOP-ENTRY (WS-TOP-SUB)
           END-PERFORM.

       2699-NOTE-TOP-GROWER-EXIT.
           CONTINUE.

      *      Je Abteilung eine eigene Seite, größtes Wachstum zuerst:
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR GR-DEPT NOT = WS-PREV-DEPT
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE GR-DEPT TO WS-PREV-DEPT
                           MOVE 0 TO WS-RANK
                           PERFORM 5100-PRINT-DEPT-HEADER
                       END-IF
                       ADD 1 TO WS-RANK
                       PERFORM 5200-PRINT-DETAIL
               END-RETURN
           END-PERFORM.

       5100-PRINT-DEPT-HEADER.
           MOVE GR-DEPT TO HDR-DEPT
           MOVE WS-TODAY TO HDR-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES.

       5200-PRINT-DETAIL.
           MOVE SPACES TO DETAIL-LINE
           MOVE WS-RANK TO DTL-RANK
           MOVE GR-TABLE TO DTL-TABLE
           MOVE GR-STATUS TO DTL-STATUS
           IF GR-STATUS = "KEINE HISTORIE"
               WRITE REPORT-LINE FROM DETAIL-LINE
           ELSE
               MOVE GR-USED TO DTL-USED
               MOVE GR-ALLOC TO DTL-ALLOC
               MOVE GR-RECORDS TO DTL-RECORDS
               IF GR-HAVE-30 = "J"
                   MOVE GR-GROW-30 TO WS-GROW-DISP
                   MOVE WS-GROW-DISP TO DTL-GROW-30 (2:10)
                   MOVE GR-RECGROW-30 TO WS-RECGROW-DISP
                   MOVE WS-RECGROW-DISP TO DTL-RECGROW-30 (2:12)
               END-IF
               IF GR-HAVE-90 = "J"
                   MOVE GR-GROW-90 TO WS-GROW-DISP
                   MOVE WS-GROW-DISP TO DTL-GROW-90 (2:10)
               END-IF
               IF GR-FULL-DATE > 0
                   MOVE GR-FULL-DATE TO DTL-FULL-DATE
               END-IF
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

       6000-PRINT-TOP-GROWERS.
           WRITE REPORT-LINE FROM TOP-HDR-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-COUNT
               MOVE SPACES TO TOP-LINE
               MOVE WS-TOP-SUB TO TOP-RANK
               MOVE TOP-NAME (WS-TOP-SUB) TO TOP-LN-TABLE
               MOVE TOP-DEPT (WS-TOP-SUB) TO TOP-LN-DEPT
               MOVE TOP-USED (WS-TOP-SUB) TO TOP-LN-USED
               MOVE TOP-GROWTH (WS-TOP-SUB) TO TOP-LN-GROWTH
               WRITE REPORT-LINE FROM TOP-LINE
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATEIEN AUSGEWERTET" TO SUM-TEXT
           MOVE WS-CNT-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "DATEIEN OHNE HISTORIE" TO SUM-TEXT
           MOVE WS-CNT-NO-HIST TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "HINWEISE" TO SUM-TEXT
           MOVE WS-CNT-HINTS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFUNDE" TO SUM-TEXT
           MOVE WS-FINDING-COUNT TO SUM-COUNT
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

      *      Umkehrung von 7000: das verschobene Jahr suchen, dessen
      *      1. März nicht nach der Tageszahl liegt, dann den Monat
      *      über denselben Monatsanteil wie in 7000:
       7100-DAYS-TO-DATE.
           COMPUTE WS-DTD-Y = WS-DTD-SERIAL * 400 / 146097
           PERFORM 7150-YEAR-BASE
           PERFORM UNTIL WS-DTD-SERIAL > WS-DTD-BASE
               SUBTRACT 1 FROM WS-DTD-Y
               PERFORM 7150-YEAR-BASE
           END-PERFORM
           PERFORM UNTIL WS-DTD-SERIAL NOT > WS-DTD-BASE
               ADD 1 TO WS-DTD-Y
               PERFORM 7150-YEAR-BASE
           END-PERFORM
           SUBTRACT 1 FROM WS-DTD-Y
           PERFORM 7150-YEAR-BASE
           COMPUTE WS-DTD-REST = WS-DTD-SERIAL - WS-DTD-BASE + 122
           MOVE 14 TO WS-DTD-M
           COMPUTE WS-DTD-MT = (153 * (WS-DTD-M + 1)) / 5
           PERFORM UNTIL WS-DTD-MT < WS-DTD-REST
               SUBTRACT 1 FROM WS-DTD-M
               COMPUTE WS-DTD-MT = (153 * (WS-DTD-M + 1)) / 5
           END-PERFORM
           COMPUTE WS-DTD-DAY = WS-DTD-REST - WS-DTD-MT
           IF WS-DTD-M > 12
               SUBTRACT 12 FROM WS-DTD-M
               ADD 1 TO WS-DTD-Y
           END-IF
           MOVE WS-DTD-M TO WS-DTD-MONTH
           MOVE WS-DTD-Y TO WS-DTD-YEAR.

      *      Tageszahl des letzten Februartags vor dem verschobenen
      *      Jahr WS-DTD-Y:
       7150-YEAR-BASE.
           DIVIDE WS-DTD-Y BY 4 GIVING WS-DTD-Q1
           DIVIDE WS-DTD-Y BY 100 GIVING WS-DTD-Q2
           DIVIDE WS-DTD-Y BY 400 GIVING WS-DTD-Q3
           COMPUTE WS-DTD-BASE
               = 365 * WS-DTD-Y + WS-DTD-Q1 - WS-DTD-Q2 + WS-DTD-Q3
                 + 122.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-TABLES TO RUN-REQ-READ
           MOVE WS-CNT-TABLES TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
