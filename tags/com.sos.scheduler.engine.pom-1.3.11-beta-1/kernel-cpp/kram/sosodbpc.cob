      *----------------------------------------------------------------
      * SOSODBPC - COLIN-Decks aus den COPY-Gliedern erzeugen und
      *            Abweichungen von COLUMNS ausweisen
      *
      * Die COLUMNS-Zeilen werden von Hand aus dem COPY-Glied einer
      * Datei abgetippt. Ändert eine Abteilung ihr COPY-Glied und
      * vergisst das COLIN-Deck, beschreibt COLUMNS stillschweigend
      * einen Satzaufbau, den es nicht mehr gibt - aufgefallen ist das
      * bisher nur, wenn ein ODBC-Anwender falsche Spalten sah.
      *
      * Dieses Programm liest je TABLE_NAME aus PCSELECT den Namen
      * des zugehörigen COPY-Glieds (leer = TABLE_NAME selbst) und
      * aus COPYSRC den Quelltext der Glieder (Auszug aus der
      * COPY-Bibliothek, je Zeile Gliedname und Quellzeile, die
      * Zeilen eines Glieds zusammenhängend). Ausgewertet werden die
      * Datenbeschreibungen in den Spalten 8 bis 72: Stufennummer,
      * Name, PICTURE, USAGE (auch auf Gruppenstufe, vererbt),
      * REDEFINES und OCCURS (auch OCCURS ... TO ... DEPENDING ON,
      * dann mit der Höchstzahl). Daraus entsteht je Elementarfeld
      * eine Spalte:
      *  - COLUMN_NAME ist der Feldname; Wiederholungen aus OCCURS
      *    erhalten die Nummer des Vorkommens angehängt (bei
      *    geschachteltem OCCURS von außen nach innen, z.B.
      *    MONAT-UMSATZ-3-2), FILLER wird nach seiner Feldnummer im
      *    Glied zu FILLER-nnnn,
      *  - ORDINAL_POSITION zählt die Spalten in Satzfolge,
      *  - DATA_TYPE ist "CHAR" (alphanumerisch und druckaufbereitet),
      *    "NUMERIC" (ungepackt numerisch), "DECIMAL" (COMP-3 bzw.
      *    PACKED-DECIMAL), "SMALLINT", "INTEGER" oder "BIGINT"
      *    (binär mit 2, 4 bzw. 8 Byte) sowie "REAL" bzw. "DOUBLE"
      *    (COMP-1, COMP-2),
      *  - COLUMN_SIZE ist die Länge im Satz in Byte, damit die
      *    Summenprüfung gegen CATALOG_RECSIZE (SOSODBM, SOSODBIC)
      *    auch für gepackte und binäre Felder stimmt.
      * Eine REDEFINES-Sicht belegt keinen eigenen Platz im Satz; es
      * zählt nur die ursprüngliche Beschreibung, die umdefinierenden
      * Felder entfallen samt Unterfeldern. Mehrere Stufe-01-Sätze in
      * einem Glied gelten als gegenseitige REDEFINES. Beginnt das
      * Glied mit LEN (2 Byte) und FILLER (2 Byte), werden diese
      * beiden nicht als Spalten geführt (SOSODBM rechnet sie bei
      * RECFORM=F selbst hinzu); bei RECFORM=V ist das ein eigener
      * Befund.
      *
      * Die erzeugten Spalten werden mit den vorhandenen COLUMNS-
      * Zeilen des TABLE_NAME nach COLUMN_NAME verglichen. Nach
      * DRIFTRPT geht je CATALOG_OWNER_DEPT, welche Felder neu sind,
      * welche entfallen, welche Länge oder Typ geändert haben und
      * welche gegenüber den übrigen Feldern verschoben sind, dazu
      * eine von CATALOG_RECSIZE abweichende Feldsumme und nicht
      * auswertbare oder fehlende Glieder. Für jeden TABLE_NAME mit
      * Abweichung wird nach COLOUT ein vollständiges COLIN-Deck im
      * COLUMN-TRANS-RECORD-Satzaufbau von SOSODBM geschrieben; hat
      * COLUMNS mehr Positionen als das Glied Felder, folgt je
      * überzähliger ORDINAL_POSITION ein Satz ohne COLUMN_NAME und
      * DATA_TYPE, mit dem SOSODBM die Zeile entfernt.
      *
      * Geändert wird nichts. Returncode wie SOSODBIC: 0 ohne jede
      * Abweichung, 4 sobald eine Abweichung oder ein Befund
      * ausgewiesen wurde, 8 wenn eine Pflichtdatei nicht lesbar war.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBPC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-FILE ASSIGN TO "PCSELECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COPYSRC-FILE ASSIGN TO "COPYSRC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL COLUMNS-FILE ASSIGN TO "COLUMNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLUMNS_KEY
               FILE STATUS IS WS-COLUMNS-STATUS.

           SELECT COLOUT-FILE ASSIGN TO "COLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "DRIFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *      Je Zeile ein zu prüfender TABLE_NAME und sein COPY-Glied:
       FD  SELECT-FILE.
       01  SELECT-RECORD.
           05 PCS-TABLE-NAME          PIC X(50).
      *      Leer = Glied heißt wie TABLE_NAME:
           05 PCS-MEMBER              PIC X(32).

      *      Auszug aus der COPY-Bibliothek, je Zeile Gliedname und
      *      Quellzeile; die Zeilen eines Glieds folgen aufeinander:
       FD  COPYSRC-FILE.
       01  COPYSRC-RECORD.
           05 CPY-MEMBER              PIC X(32).
           05 CPY-LINE                PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  COLUMNS-FILE.
       01  COLUMNS-RECORD.
           COPY "sosodbcs.cob".

      *      Satzaufbau wie COLIN von SOSODBM:
       FD  COLOUT-FILE.
       01  COLOUT-RECORD.
           05 COUT-TABLE-NAME         PIC X(50).
           05 COUT-COLUMN-NAME        PIC X(30).
           05 COUT-ORDINAL-POSITION   PIC 9(4).
           05 COUT-DATA-TYPE          PIC X(20).
           05 COUT-COLUMN-SIZE        PIC 9(9).

       SD  SORT-WORK.
       01  DR-RECORD.
           05 DR-DEPT                 PIC X(20).
           05 DR-TABLE                PIC X(50).
           05 DR-SEQ                  PIC 9(5).
           05 DR-REASON               PIC X(32).
           05 DR-DETAIL               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(164).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-COLUMNS-STATUS          PIC X(2).
       01  WS-EOF-SELECT              PIC X(1) VALUE "N".
           88 EOF-SELECT              VALUE "Y".
       01  WS-EOF-COPYSRC             PIC X(1) VALUE "N".
           88 EOF-COPYSRC             VALUE "Y".
       01  WS-EOF-COLUMNS             PIC X(1) VALUE "N".
           88 EOF-COLUMNS             VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".

      *      Zu prüfende TABLE_NAMEs aus PCSELECT:
       01  WS-MAX-SEL-ENTRIES         PIC 9(3) VALUE 500.
       01  WS-SEL-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEL-SUB                 PIC 9(3).
       01  SEL-TABLE.
           05 SEL-ENTRY OCCURS 500 TIMES.
              10 SEL-TABLE-NAME       PIC X(50).
              10 SEL-MEMBER           PIC X(32).
      *         "J" = Glied ausgewertet:
              10 SEL-DONE             PIC X(1).

      *      Gerade gelesenes Glied:
       01  WS-CUR-MEMBER              PIC X(32) VALUE LOW-VALUES.
       01  WS-MEMBER-SELECTED         PIC X(1) VALUE "N".
           88 MEMBER-SELECTED         VALUE "J".
      *      Grund, warum das Glied nicht auswertbar ist; leer, wenn
      *      alles gelesen werden konnte:
       01  WS-PARSE-PROBLEM           PIC X(80).

      *      Anweisungspuffer: eine Datenbeschreibung von der
      *      Stufennummer bis zum abschließenden Punkt, über
      *      Zeilengrenzen hinweg:
       01  WS-STMT                    PIC X(2000).
       01  WS-STMT-LEN                PIC 9(4) VALUE 0.
       01  WS-MAX-STMT-LEN            PIC 9(4) VALUE 2000.
       01  WS-AREA                    PIC X(65).
       01  WS-COL                     PIC 9(3).
       01  WS-CHAR                    PIC X(1).
       01  WS-NEXT-CHAR               PIC X(1).
      *      Offenes Literal: das öffnende Anführungszeichen, sonst
      *      Leerzeichen:
       01  WS-QUOTE-CHAR              PIC X(1) VALUE SPACE.

      *      Zerlegung einer Datenbeschreibung in Wörter:
       01  WS-TOKEN                   PIC X(40).
           88 USAGE-PACKED            VALUE "COMP-3"
                                            "COMPUTATIONAL-3"
                                            "PACKED-DECIMAL".
           88 USAGE-BINARY            VALUE "COMP" "COMPUTATIONAL"
                                            "COMP-4" "COMPUTATIONAL-4"
                                            "COMP-5" "COMPUTATIONAL-5"
                                            "BINARY".
           88 USAGE-FLOAT-SHORT       VALUE "COMP-1"
                                            "COMPUTATIONAL-1".
           88 USAGE-FLOAT-LONG        VALUE "COMP-2"
                                            "COMPUTATIONAL-2".
           88 USAGE-DISPLAY           VALUE "DISPLAY".
           88 CLAUSE-KEYWORD          VALUE "PIC" "PICTURE" "USAGE"
                                            "REDEFINES" "OCCURS"
                                            "VALUE" "VALUES" "SIGN"
                                            "LEADING" "TRAILING"
                                            "JUST" "JUSTIFIED" "SYNC"
                                            "SYNCHRONIZED" "BLANK"
                                            "EXTERNAL" "GLOBAL"
                                            "COMP" "COMPUTATIONAL"
                                            "COMP-1" "COMPUTATIONAL-1"
                                            "COMP-2" "COMPUTATIONAL-2"
                                            "COMP-3" "COMPUTATIONAL-3"
                                            "COMP-4" "COMPUTATIONAL-4"
                                            "COMP-5" "COMPUTATIONAL-5"
                                            "BINARY" "PACKED-DECIMAL"
                                            "DISPLAY".
       01  WS-TOKEN-LEN               PIC 9(4).
       01  WS-PTR                     PIC 9(4).
      *      Bedeutung des nächsten Worts: "P" PICTURE-Zeichenfolge,
      *      "U" USAGE, "R" umdefiniertes Feld, "O" OCCURS-Anzahl,
      *      "T" wahlweise TO, "M" OCCURS-Höchstzahl, "V" innerhalb
      *      VALUE, "G" innerhalb SIGN, Leerzeichen = nächste
      *      Klausel:
       01  WS-EXPECT                  PIC X(1).
       01  WS-NUMBER                  PIC 9(7).
       01  WS-NUMBER-OK               PIC X(1).
           88 NUMBER-OK               VALUE "J".
       01  WS-NUM-POS                 PIC 9(4).
       01  WS-DIGIT-X                 PIC X(1).
       01  WS-DIGIT REDEFINES WS-DIGIT-X
                                      PIC 9(1).

      *      Auswertung einer PICTURE-Zeichenfolge:
       01  WS-PIC-POS                 PIC 9(3).
       01  WS-PIC-PREV                PIC X(1).
       01  WS-SYM-CHAR                PIC X(1).
       01  WS-SYM-COUNT               PIC 9(5).
       01  WS-REPEAT                  PIC 9(5).
       01  WS-PIC-STORAGE             PIC 9(5).
       01  WS-PIC-DIGITS              PIC 9(3).
       01  WS-PIC-ALPHA               PIC X(1).
       01  WS-PIC-EDIT                PIC X(1).
       01  WS-PIC-SIGNED              PIC X(1).

      *      Datenbeschreibungen des Glieds in Quelltextfolge:
       01  WS-MAX-ENTRIES             PIC 9(4) VALUE 2000.
       01  WS-ENT-COUNT               PIC 9(4) VALUE 0.
       01  WS-ENT-SUB                 PIC 9(4).
       01  ENT-TABLE.
           05 ENT-ENTRY OCCURS 2000 TIMES.
              10 ENT-LEVEL            PIC 9(2).
              10 ENT-NAME             PIC X(30).
              10 ENT-HAS-PIC          PIC X(1).
      *         "N" = nur 9/S/V/P, "A" = alphanumerisch/aufbereitet:
              10 ENT-PIC-CLASS        PIC X(1).
              10 ENT-PIC-STORAGE      PIC 9(5).
              10 ENT-PIC-DIGITS       PIC 9(3).
      *         "J" = PICTURE mit S:
              10 ENT-PIC-SIGNED       PIC X(1).
      *         "J" = SIGN ... SEPARATE CHARACTER, das Vorzeichen
      *         belegt bei DISPLAY ein eigenes Byte:
              10 ENT-SIGN-SEP         PIC X(1).
      *         "P" gepackt, "B" binär, "1" COMP-1, "2" COMP-2,
      *         "D" DISPLAY, Leerzeichen = von der Gruppe geerbt:
              10 ENT-USAGE            PIC X(1).
              10 ENT-OCCURS           PIC 9(4).
              10 ENT-REDEFINES        PIC X(1).
              10 ENT-PARENT           PIC 9(4).
      *         Letztes untergeordnetes Feld (bei Elementarfeldern
      *         das Feld selbst):
              10 ENT-END              PIC 9(4).
              10 ENT-GROUP            PIC X(1).
      *         "J" = liegt in einer REDEFINES-Sicht:
              10 ENT-SKIP             PIC X(1).
      *         Länge eines Vorkommens in Byte:
              10 ENT-SIZE             PIC 9(7).
              10 ENT-DATA-TYPE        PIC X(20).

      *      Stufenstapel für die Zuordnung zur Gruppe:
       01  WS-STACK-COUNT             PIC 9(2).
       01  WS-MAX-STACK               PIC 9(2) VALUE 50.
       01  STACK-TABLE.
           05 STK-ENTRY               PIC 9(4) OCCURS 50 TIMES.
       01  WS-TOP                     PIC 9(4).
       01  WS-LINK-DONE               PIC X(1).
           88 LINK-DONE               VALUE "J".
       01  WS-SEEN-01                 PIC X(1).
           88 SEEN-01                 VALUE "J".

      *      Offene OCCURS-Gruppen beim Auflösen in Spalten:
       01  WS-FRAME-COUNT             PIC 9(2).
       01  WS-MAX-FRAMES              PIC 9(2) VALUE 20.
       01  WS-FRM-SUB                 PIC 9(2).
       01  FRAME-TABLE.
           05 FRAME-ENTRY OCCURS 20 TIMES.
              10 FRM-START            PIC 9(4).
              10 FRM-END              PIC 9(4).
              10 FRM-CUR              PIC 9(4).
              10 FRM-MAX              PIC 9(4).
       01  WS-UNWIND-DONE             PIC X(1).
           88 UNWIND-DONE             VALUE "J".
       01  WS-OCC-SUB                 PIC 9(4).

      *      Aus dem Glied erzeugte Spalten in Satzfolge:
       01  WS-MAX-GEN                 PIC 9(4) VALUE 2000.
       01  WS-GEN-COUNT               PIC 9(4) VALUE 0.
       01  WS-GEN-SUB                 PIC 9(4).
       01  WS-GEN-FIRST               PIC 9(4).
       01  GEN-TABLE.
           05 GEN-ENTRY OCCURS 2000 TIMES.
              10 GEN-NAME             PIC X(30).
              10 GEN-TYPE             PIC X(20).
              10 GEN-SIZE             PIC 9(9).

      *      Aufbau des Spaltennamens:
       01  WS-BASE-NAME               PIC X(30).
       01  WS-BASE-LEN                PIC 9(2).
       01  WS-SUFFIX                  PIC X(30).
       01  WS-SUFFIX-LEN              PIC 9(2).
       01  WS-NUM-IN                  PIC 9(4).
       01  WS-NUM-ED                  PIC Z(3)9.
       01  WS-LEAD                    PIC 9(2).
       01  WS-NUM-LEN                 PIC 9(2).
       01  WS-FILLER-NO               PIC 9(4).

      *      Vorhandene COLUMNS-Zeilen des TABLE_NAME:
       01  WS-MAX-CUR                 PIC 9(4) VALUE 2000.
       01  WS-CUR-COUNT               PIC 9(4) VALUE 0.
       01  WS-CUR-SUB                 PIC 9(4).
       01  WS-FOUND-SUB               PIC 9(4).
       01  CUR-TABLE.
           05 CUR-ENTRY OCCURS 2000 TIMES.
              10 CUR-NAME             PIC X(30).
              10 CUR-ORD              PIC 9(4).
              10 CUR-TYPE             PIC X(20).
              10 CUR-SIZE             PIC 9(9).
              10 CUR-MATCHED          PIC X(1).

      *      Vergleich je TABLE_NAME:
       01  WS-CUR-TABLE               PIC X(50).
       01  WS-CUR-DEPT                PIC X(20).
       01  WS-CUR-RECFORM             PIC X(1).
       01  WS-CUR-RECSIZE             PIC 9(5).
       01  WS-NEW-COUNT               PIC 9(4).
       01  WS-NEW-ORD                 PIC 9(4).
       01  WS-MAX-OLD-ORD             PIC 9(4).
       01  WS-TABLE-DRIFT             PIC 9(5).
       01  WS-DR-SEQ                  PIC 9(5).
       01  WS-SUM-LENGTH              PIC 9(9).
       01  WS-SIZE-DISP               PIC Z(8)9.
       01  WS-SIZE-DISP2              PIC Z(8)9.

       01  WS-CNT-SELECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-TABLES              PIC 9(7) VALUE 0.
       01  WS-CNT-DRIFT-TABLES        PIC 9(7) VALUE 0.
       01  WS-CNT-ADDED               PIC 9(7) VALUE 0.
       01  WS-CNT-DROPPED             PIC 9(7) VALUE 0.
       01  WS-CNT-RESIZED             PIC 9(7) VALUE 0.
       01  WS-CNT-MOVED               PIC 9(7) VALUE 0.
       01  WS-CNT-CARDS               PIC 9(7) VALUE 0.
       01  WS-CNT-PROBLEMS            PIC 9(7) VALUE 0.
       01  WS-FINDING-COUNT           PIC 9(7) VALUE 0.

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  DETAIL-LINE.
           05 DTL-REASON              PIC X(32).
           05 DTL-TABLE               PIC X(52).
           05 DTL-DETAIL              PIC X(80).

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBPC: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: noch keine einzige COLUMNS-Zeile vorhanden,
      *      dann ist jedes Feld neu:
           OPEN INPUT COLUMNS-FILE
           IF WS-COLUMNS-STATUS NOT = "00"
                   AND WS-COLUMNS-STATUS NOT = "05"
               DISPLAY "SOSODBPC: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT COLOUT-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM 0300-LOAD-SELECTION

           SORT SORT-WORK
               ON ASCENDING KEY DR-DEPT
                                DR-TABLE
                                DR-SEQ
               INPUT PROCEDURE IS 1000-PROCESS-ALL
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 8000-WRITE-TOTALS

           CLOSE CATALOG-FILE
           CLOSE COLUMNS-FILE
           CLOSE COLOUT-FILE
           CLOSE REPORT-FILE

           DISPLAY "SOSODBPC: ANZAHL BEFUNDE: " WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBPC" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0300-LOAD-SELECTION.
           OPEN INPUT SELECT-FILE
           PERFORM UNTIL EOF-SELECT
               READ SELECT-FILE
                   AT END
                       SET EOF-SELECT TO TRUE
                   NOT AT END
                       IF PCS-TABLE-NAME NOT = SPACES
                           PERFORM 0310-ADD-SELECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SELECT-FILE.

       0310-ADD-SELECTION.
           IF WS-SEL-COUNT >= WS-MAX-SEL-ENTRIES
               DISPLAY "SOSODBPC: PCSELECT GROESSER ALS "
                   WS-MAX-SEL-ENTRIES " ZEILEN, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-SEL-COUNT
           ADD 1 TO WS-CNT-SELECTED
           MOVE PCS-TABLE-NAME TO SEL-TABLE-NAME (WS-SEL-COUNT)
           IF PCS-MEMBER = SPACES
               MOVE PCS-TABLE-NAME TO SEL-MEMBER (WS-SEL-COUNT)
           ELSE
               MOVE PCS-MEMBER TO SEL-MEMBER (WS-SEL-COUNT)
           END-IF
           MOVE "N" TO SEL-DONE (WS-SEL-COUNT).

      *      COPYSRC gliedweise durchlaufen; jedes ausgewählte Glied
      *      wird am Gliedwechsel ausgewertet, danach werden die
      *      Glieder ausgewiesen, die im Auszug fehlten:
       1000-PROCESS-ALL.
           OPEN INPUT COPYSRC-FILE
           PERFORM UNTIL EOF-COPYSRC
               READ COPYSRC-FILE
                   AT END
                       SET EOF-COPYSRC TO TRUE
                   NOT AT END
                       PERFORM 1100-PROCESS-SOURCE-LINE
               END-READ
           END-PERFORM
           IF MEMBER-SELECTED
               PERFORM 1300-END-MEMBER
           END-IF
           CLOSE COPYSRC-FILE
           PERFORM 1900-REPORT-MISSING-MEMBERS.

       1100-PROCESS-SOURCE-LINE.
           IF CPY-MEMBER NOT = WS-CUR-MEMBER
               IF MEMBER-SELECTED
                   PERFORM 1300-END-MEMBER
               END-IF
               MOVE CPY-MEMBER TO WS-CUR-MEMBER
               PERFORM 1200-START-MEMBER
           END-IF
           IF MEMBER-SELECTED
               PERFORM 1400-SCAN-LINE
                   THRU 1499-SCAN-LINE-EXIT
           END-IF.

      *      Ausgewertet wird ein Glied nur, wenn noch ein
      *      ausgewählter TABLE_NAME darauf wartet:
       1200-START-MEMBER.
           MOVE "N" TO WS-MEMBER-SELECTED
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
               IF SEL-MEMBER (WS-SEL-SUB) = WS-CUR-MEMBER
                   AND SEL-DONE (WS-SEL-SUB) = "N"
                   SET MEMBER-SELECTED TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ENT-COUNT
           MOVE 0 TO WS-STMT-LEN
           MOVE SPACE TO WS-QUOTE-CHAR
           MOVE SPACES TO WS-PARSE-PROBLEM.

      *      Glied vollständig gelesen: Struktur aufbauen, in
      *      Spalten auflösen und für jeden TABLE_NAME dieses Glieds
      *      vergleichen. Eine nicht mit Punkt abgeschlossene letzte
      *      Beschreibung wird noch mitgenommen:
       1300-END-MEMBER.
           IF WS-STMT-LEN > 0
               PERFORM 1500-PARSE-ENTRY
                   THRU 1599-PARSE-ENTRY-EXIT
               MOVE 0 TO WS-STMT-LEN
           END-IF
           MOVE 0 TO WS-GEN-COUNT
           IF WS-PARSE-PROBLEM = SPACES AND WS-ENT-COUNT > 0
               PERFORM 2000-BUILD-STRUCTURE
               PERFORM 2300-FLATTEN
           END-IF
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
               IF SEL-MEMBER (WS-SEL-SUB) = WS-CUR-MEMBER
                   AND SEL-DONE (WS-SEL-SUB) = "N"
                   MOVE "J" TO SEL-DONE (WS-SEL-SUB)
                   PERFORM 3000-PROCESS-TABLE
                       THRU 3099-PROCESS-TABLE-EXIT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-MEMBER-SELECTED.

      *      Eine Quellzeile in den Anweisungspuffer übernehmen.
      *      Kommentarzeilen entfallen; ein Punkt außerhalb eines
      *      Literals, dem ein Leerzeichen folgt, schließt die
      *      Datenbeschreibung ab. Bei einer Fortsetzungszeile
      *      innerhalb eines Literals wird das einleitende
      *      Anführungszeichen übergangen:
       1400-SCAN-LINE.
           IF CPY-LINE (7:1) = "*" OR CPY-LINE (7:1) = "/"
               GO TO 1499-SCAN-LINE-EXIT
           END-IF
           MOVE CPY-LINE (8:65) TO WS-AREA
           MOVE 1 TO WS-COL
           IF CPY-LINE (7:1) = "-" AND WS-QUOTE-CHAR NOT = SPACE
               PERFORM UNTIL WS-COL > 65
                       OR WS-AREA (WS-COL:1) NOT = SPACE
                   ADD 1 TO WS-COL
               END-PERFORM
               ADD 1 TO WS-COL
           END-IF
           PERFORM UNTIL WS-COL > 65
               MOVE WS-AREA (WS-COL:1) TO WS-CHAR
               IF WS-COL < 65
                   MOVE WS-AREA (WS-COL + 1:1) TO WS-NEXT-CHAR
               ELSE
                   MOVE SPACE TO WS-NEXT-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-QUOTE-CHAR NOT = SPACE
                       IF WS-CHAR = WS-QUOTE-CHAR
                           MOVE SPACE TO WS-QUOTE-CHAR
                       END-IF
                       PERFORM 1450-APPEND-CHAR
                   WHEN WS-CHAR = QUOTE OR WS-CHAR = "'"
                       MOVE WS-CHAR TO WS-QUOTE-CHAR
                       PERFORM 1450-APPEND-CHAR
                   WHEN WS-CHAR = "." AND WS-NEXT-CHAR = SPACE
                       IF WS-STMT-LEN > 0
                           PERFORM 1500-PARSE-ENTRY
                               THRU 1599-PARSE-ENTRY-EXIT
                       END-IF
                       MOVE 0 TO WS-STMT-LEN
                   WHEN OTHER
                       PERFORM 1450-APPEND-CHAR
               END-EVALUATE
               ADD 1 TO WS-COL
           END-PERFORM
      *      Zeilenende trennt Wörter wie ein Leerzeichen, außer
      *      innerhalb eines fortgesetzten Literals:
           IF WS-STMT-LEN > 0 AND WS-QUOTE-CHAR = SPACE
               MOVE SPACE TO WS-CHAR
               PERFORM 1450-APPEND-CHAR
           END-IF.

       1499-SCAN-LINE-EXIT.
           CONTINUE.

       1450-APPEND-CHAR.
           IF WS-STMT-LEN < WS-MAX-STMT-LEN
               ADD 1 TO WS-STMT-LEN
               MOVE WS-CHAR TO WS-STMT (WS-STMT-LEN:1)
           ELSE
               MOVE "DATENBESCHREIBUNG LAENGER ALS 2000 ZEICHEN"
                   TO WS-PARSE-PROBLEM
           END-IF.

      *      Eine abgeschlossene Datenbeschreibung zerlegen. Was
      *      nicht mit einer Stufennummer 01-49 oder 77 beginnt
      *      (EJECT, Stufe 66/88 usw.), wird übergangen:
       1500-PARSE-ENTRY.
           INSPECT WS-STMT (1:WS-STMT-LEN)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 1 TO WS-PTR
           MOVE SPACE TO WS-EXPECT
           MOVE SPACE TO WS-QUOTE-CHAR
           PERFORM 1600-NEXT-TOKEN
           IF WS-TOKEN-LEN = 0 OR WS-TOKEN-LEN > 2
               GO TO 1599-PARSE-ENTRY-EXIT
           END-IF
           PERFORM 7000-TOKEN-TO-NUMBER
           IF NOT NUMBER-OK
               GO TO 1599-PARSE-ENTRY-EXIT
           END-IF
           IF WS-NUMBER = 77
               MOVE 1 TO WS-NUMBER
           END-IF
           IF WS-NUMBER = 0 OR WS-NUMBER > 49
               GO TO 1599-PARSE-ENTRY-EXIT
           END-IF
           IF WS-ENT-COUNT >= WS-MAX-ENTRIES
               MOVE "MEHR ALS 2000 DATENBESCHREIBUNGEN"
                   TO WS-PARSE-PROBLEM
               GO TO 1599-PARSE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-ENT-COUNT
           MOVE WS-NUMBER TO ENT-LEVEL (WS-ENT-COUNT)
           MOVE "FILLER" TO ENT-NAME (WS-ENT-COUNT)
           MOVE "N" TO ENT-HAS-PIC (WS-ENT-COUNT)
           MOVE SPACE TO ENT-PIC-CLASS (WS-ENT-COUNT)
           MOVE 0 TO ENT-PIC-STORAGE (WS-ENT-COUNT)
           MOVE 0 TO ENT-PIC-DIGITS (WS-ENT-COUNT)
           MOVE "N" TO ENT-PIC-SIGNED (WS-ENT-COUNT)
           MOVE "N" TO ENT-SIGN-SEP (WS-ENT-COUNT)
           MOVE SPACE TO ENT-USAGE (WS-ENT-COUNT)
           MOVE 1 TO ENT-OCCURS (WS-ENT-COUNT)
           MOVE "N" TO ENT-REDEFINES (WS-ENT-COUNT)
           MOVE 0 TO ENT-PARENT (WS-ENT-COUNT)
           MOVE WS-ENT-COUNT TO ENT-END (WS-ENT-COUNT)
           MOVE "N" TO ENT-GROUP (WS-ENT-COUNT)
           MOVE "N" TO ENT-SKIP (WS-ENT-COUNT)
           MOVE 0 TO ENT-SIZE (WS-ENT-COUNT)
           MOVE SPACES TO ENT-DATA-TYPE (WS-ENT-COUNT)

      *      Das zweite Wort ist der Name, es sei denn, die
      *      Beschreibung beginnt gleich mit einer Klausel (Feld
      *      ohne Namen = FILLER):
           PERFORM 1600-NEXT-TOKEN
           IF WS-TOKEN-LEN > 0 AND NOT CLAUSE-KEYWORD
               MOVE WS-TOKEN TO ENT-NAME (WS-ENT-COUNT)
               PERFORM 1600-NEXT-TOKEN
           END-IF
           PERFORM UNTIL WS-TOKEN-LEN = 0
               PERFORM 1700-PROCESS-CLAUSE-TOKEN
               PERFORM 1600-NEXT-TOKEN
           END-PERFORM.

       1599-PARSE-ENTRY-EXIT.
           CONTINUE.

      *      Nächstes nicht leeres Wort des Anweisungspuffers nach
      *      WS-TOKEN; WS-TOKEN-LEN = 0 am Ende:
       1600-NEXT-TOKEN.
           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN
           PERFORM UNTIL WS-TOKEN-LEN > 0 OR WS-PTR > WS-STMT-LEN
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-STMT (1:WS-STMT-LEN)
                   DELIMITED BY ALL SPACE
                   INTO WS-TOKEN COUNT IN WS-TOKEN-LEN
                   WITH POINTER WS-PTR
               END-UNSTRING
           END-PERFORM
           IF WS-TOKEN-LEN > 40
               MOVE 40 TO WS-TOKEN-LEN
           END-IF.

       1700-PROCESS-CLAUSE-TOKEN.
           EVALUATE WS-EXPECT
               WHEN "P"
                   IF WS-TOKEN NOT = "IS"
                       PERFORM 1800-PARSE-PICTURE
                       MOVE SPACE TO WS-EXPECT
                   END-IF
               WHEN "U"
                   IF WS-TOKEN NOT = "IS"
                       PERFORM 1750-SET-USAGE
                       MOVE SPACE TO WS-EXPECT
                   END-IF
               WHEN "R"
                   MOVE "J" TO ENT-REDEFINES (WS-ENT-COUNT)
                   MOVE SPACE TO WS-EXPECT
               WHEN "O"
                   PERFORM 7000-TOKEN-TO-NUMBER
                   IF NUMBER-OK AND WS-NUMBER > 0
                       MOVE WS-NUMBER TO ENT-OCCURS (WS-ENT-COUNT)
                   END-IF
                   MOVE "T" TO WS-EXPECT
               WHEN "T"
                   IF WS-TOKEN = "TO"
                       MOVE "M" TO WS-EXPECT
                   ELSE
                       MOVE SPACE TO WS-EXPECT
                       PERFORM 1760-CHECK-CLAUSE-START
                   END-IF
               WHEN "M"
                   PERFORM 7000-TOKEN-TO-NUMBER
                   IF NUMBER-OK AND WS-NUMBER > 0
                       MOVE WS-NUMBER TO ENT-OCCURS (WS-ENT-COUNT)
                   END-IF
                   MOVE SPACE TO WS-EXPECT
               WHEN "G"
                   EVALUATE WS-TOKEN
                       WHEN "IS"
                       WHEN "LEADING"
                       WHEN "TRAILING"
                           CONTINUE
                       WHEN "SEPARATE"
                           MOVE "J" TO ENT-SIGN-SEP (WS-ENT-COUNT)
                       WHEN "CHARACTER"
                           MOVE SPACE TO WS-EXPECT
                       WHEN OTHER
                           MOVE SPACE TO WS-EXPECT
                           PERFORM 1760-CHECK-CLAUSE-START
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 1760-CHECK-CLAUSE-START
           END-EVALUATE.

       1750-SET-USAGE.
           EVALUATE TRUE
               WHEN USAGE-PACKED
                   MOVE "P" TO ENT-USAGE (WS-ENT-COUNT)
               WHEN USAGE-BINARY
                   MOVE "B" TO ENT-USAGE (WS-ENT-COUNT)
               WHEN USAGE-FLOAT-SHORT
                   MOVE "1" TO ENT-USAGE (WS-ENT-COUNT)
               WHEN USAGE-FLOAT-LONG
                   MOVE "2" TO ENT-USAGE (WS-ENT-COUNT)
               WHEN USAGE-DISPLAY
                   MOVE "D" TO ENT-USAGE (WS-ENT-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *      Beginnt mit WS-TOKEN eine Klausel, die weitere Wörter
      *      erwartet? SIGN (auch ohne das Wort SIGN mit LEADING
      *      bzw. TRAILING begonnen) zählt nur wegen SEPARATE; Wörter
      *      innerhalb VALUE und unbekannte Klauseln (SYNC, ...)
      *      bleiben ohne Wirkung:
       1760-CHECK-CLAUSE-START.
           EVALUATE TRUE
               WHEN WS-TOKEN = "PIC" OR WS-TOKEN = "PICTURE"
                   MOVE "P" TO WS-EXPECT
               WHEN WS-TOKEN = "USAGE"
                   MOVE "U" TO WS-EXPECT
               WHEN WS-TOKEN = "REDEFINES"
                   MOVE "R" TO WS-EXPECT
               WHEN WS-TOKEN = "OCCURS"
                   MOVE "O" TO WS-EXPECT
               WHEN WS-TOKEN = "VALUE" OR WS-TOKEN = "VALUES"
                   MOVE "V" TO WS-EXPECT
               WHEN WS-TOKEN = "SIGN" OR WS-TOKEN = "LEADING"
                       OR WS-TOKEN = "TRAILING"
                   MOVE "G" TO WS-EXPECT
               WHEN USAGE-PACKED OR USAGE-BINARY OR USAGE-DISPLAY
                       OR USAGE-FLOAT-SHORT OR USAGE-FLOAT-LONG
                   PERFORM 1750-SET-USAGE
                   MOVE SPACE TO WS-EXPECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *      PICTURE-Zeichenfolge auswerten: Länge im Satz (S, V und
      *      P belegen keinen Platz; das Byte eines SIGN SEPARATE
      *      zählt 2100, weil SIGN auch hinter PICTURE und USAGE
      *      stehen darf), Anzahl Ziffernstellen und ob das Feld
      *      rein numerisch ist. n(k) wiederholt das vorangehende
      *      Zeichen:
       1800-PARSE-PICTURE.
           MOVE "J" TO ENT-HAS-PIC (WS-ENT-COUNT)
           MOVE "N" TO WS-PIC-SIGNED
           MOVE 0 TO WS-PIC-STORAGE
           MOVE 0 TO WS-PIC-DIGITS
           MOVE "N" TO WS-PIC-ALPHA
           MOVE "N" TO WS-PIC-EDIT
           MOVE SPACE TO WS-PIC-PREV
           MOVE 1 TO WS-PIC-POS
           PERFORM UNTIL WS-PIC-POS > WS-TOKEN-LEN
               IF WS-TOKEN (WS-PIC-POS:1) = "("
                   PERFORM 1810-PARSE-REPEAT
               ELSE
                   MOVE WS-TOKEN (WS-PIC-POS:1) TO WS-PIC-PREV
                   MOVE WS-PIC-PREV TO WS-SYM-CHAR
                   MOVE 1 TO WS-SYM-COUNT
                   PERFORM 1850-COUNT-SYMBOL
                   ADD 1 TO WS-PIC-POS
               END-IF
           END-PERFORM
           MOVE WS-PIC-STORAGE TO ENT-PIC-STORAGE (WS-ENT-COUNT)
           MOVE WS-PIC-DIGITS TO ENT-PIC-DIGITS (WS-ENT-COUNT)
           MOVE WS-PIC-SIGNED TO ENT-PIC-SIGNED (WS-ENT-COUNT)
           IF WS-PIC-ALPHA = "J" OR WS-PIC-EDIT = "J"
               MOVE "A" TO ENT-PIC-CLASS (WS-ENT-COUNT)
           ELSE
               MOVE "N" TO ENT-PIC-CLASS (WS-ENT-COUNT)
           END-IF.

      *      Wiederholungsfaktor in Klammern; das vorangehende
      *      Zeichen ist bereits einmal gezählt:
       1810-PARSE-REPEAT.
           ADD 1 TO WS-PIC-POS
           MOVE 0 TO WS-REPEAT
           PERFORM UNTIL WS-PIC-POS > WS-TOKEN-LEN
                   OR WS-TOKEN (WS-PIC-POS:1) = ")"
               MOVE WS-TOKEN (WS-PIC-POS:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-REPEAT = WS-REPEAT * 10 + WS-DIGIT
               END-IF
               ADD 1 TO WS-PIC-POS
           END-PERFORM
           ADD 1 TO WS-PIC-POS
           IF WS-REPEAT > 1
               MOVE WS-PIC-PREV TO WS-SYM-CHAR
               COMPUTE WS-SYM-COUNT = WS-REPEAT - 1
               PERFORM 1850-COUNT-SYMBOL
           END-IF.

       1850-COUNT-SYMBOL.
           EVALUATE WS-SYM-CHAR
               WHEN "S"
                   MOVE "J" TO WS-PIC-SIGNED
               WHEN "V"
               WHEN "P"
                   CONTINUE
               WHEN "9"
                   ADD WS-SYM-COUNT TO WS-PIC-STORAGE
                   ADD WS-SYM-COUNT TO WS-PIC-DIGITS
               WHEN "X"
               WHEN "A"
                   ADD WS-SYM-COUNT TO WS-PIC-STORAGE
                   MOVE "J" TO WS-PIC-ALPHA
               WHEN OTHER
                   ADD WS-SYM-COUNT TO WS-PIC-STORAGE
                   MOVE "J" TO WS-PIC-EDIT
           END-EVALUATE.

       1900-REPORT-MISSING-MEMBERS.
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
               IF SEL-DONE (WS-SEL-SUB) = "N"
                   MOVE SEL-TABLE-NAME (WS-SEL-SUB) TO WS-CUR-TABLE
                   PERFORM 3050-READ-CATALOG
                   MOVE 0 TO WS-DR-SEQ
                   MOVE "COPY-GLIED FEHLT IN COPYSRC" TO DR-REASON
                   MOVE SEL-MEMBER (WS-SEL-SUB) TO DR-DETAIL
                   PERFORM 2900-RELEASE-PROBLEM
               END-IF
           END-PERFORM.

      *      Gruppenzuordnung, geerbte USAGE, REDEFINES-Sichten,
      *      Ende jeder Gruppe und die Längen je Vorkommen:
       2000-BUILD-STRUCTURE.
           MOVE 0 TO WS-STACK-COUNT
           MOVE "N" TO WS-SEEN-01
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-COUNT
               PERFORM 2010-LINK-PARENT
           END-PERFORM
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB >= WS-ENT-COUNT
               IF ENT-PARENT (WS-ENT-SUB + 1) = WS-ENT-SUB
                   MOVE "J" TO ENT-GROUP (WS-ENT-SUB)
               END-IF
           END-PERFORM
      *      Rückwärts, damit jede Gruppe erst nach allen ihren
      *      Unterfeldern an die Reihe kommt:
           PERFORM VARYING WS-ENT-SUB FROM WS-ENT-COUNT BY -1
                   UNTIL WS-ENT-SUB < 1
               PERFORM 2030-SIZE-ONE
           END-PERFORM.

       2010-LINK-PARENT.
           MOVE "N" TO WS-LINK-DONE
           PERFORM UNTIL WS-STACK-COUNT = 0 OR LINK-DONE
               MOVE STK-ENTRY (WS-STACK-COUNT) TO WS-TOP
               IF ENT-LEVEL (WS-TOP) < ENT-LEVEL (WS-ENT-SUB)
                   SET LINK-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-STACK-COUNT
               END-IF
           END-PERFORM
           IF WS-STACK-COUNT = 0
      *          Weitere Stufe-01-Sätze beschreiben denselben Satz
      *          noch einmal:
               IF ENT-LEVEL (WS-ENT-SUB) = 1
                   IF SEEN-01
                       MOVE "J" TO ENT-REDEFINES (WS-ENT-SUB)
                   END-IF
                   SET SEEN-01 TO TRUE
               END-IF
           ELSE
               MOVE WS-TOP TO ENT-PARENT (WS-ENT-SUB)
               IF ENT-USAGE (WS-ENT-SUB) = SPACE
                   MOVE ENT-USAGE (WS-TOP) TO ENT-USAGE (WS-ENT-SUB)
               END-IF
               IF ENT-SKIP (WS-TOP) = "J"
                   MOVE "J" TO ENT-SKIP (WS-ENT-SUB)
               END-IF
           END-IF
           IF ENT-REDEFINES (WS-ENT-SUB) = "J"
               MOVE "J" TO ENT-SKIP (WS-ENT-SUB)
           END-IF
           IF WS-STACK-COUNT >= WS-MAX-STACK
               MOVE "STUFENSCHACHTELUNG ZU TIEF" TO WS-PARSE-PROBLEM
           ELSE
               ADD 1 TO WS-STACK-COUNT
               MOVE WS-ENT-SUB TO STK-ENTRY (WS-STACK-COUNT)
           END-IF.

       2030-SIZE-ONE.
           IF ENT-GROUP (WS-ENT-SUB) NOT = "J"
               PERFORM 2100-ELEMENTARY-SIZE
           END-IF
           MOVE ENT-PARENT (WS-ENT-SUB) TO WS-TOP
           IF WS-TOP > 0
               IF ENT-END (WS-ENT-SUB) > ENT-END (WS-TOP)
                   MOVE ENT-END (WS-ENT-SUB) TO ENT-END (WS-TOP)
               END-IF
               IF ENT-REDEFINES (WS-ENT-SUB) NOT = "J"
                   COMPUTE ENT-SIZE (WS-TOP) = ENT-SIZE (WS-TOP)
                       + ENT-SIZE (WS-ENT-SUB) * ENT-OCCURS (WS-ENT-SUB)
               END-IF
           END-IF.

      *      Länge und SQL-Typ eines Elementarfelds aus PICTURE und
      *      (geerbter) USAGE:
       2100-ELEMENTARY-SIZE.
           EVALUATE ENT-USAGE (WS-ENT-SUB)
               WHEN "P"
                   COMPUTE ENT-SIZE (WS-ENT-SUB)
                       = ENT-PIC-DIGITS (WS-ENT-SUB) / 2 + 1
                   MOVE "DECIMAL" TO ENT-DATA-TYPE (WS-ENT-SUB)
               WHEN "B"
                   EVALUATE TRUE
                       WHEN ENT-PIC-DIGITS (WS-ENT-SUB) < 5
                           MOVE 2 TO ENT-SIZE (WS-ENT-SUB)
                           MOVE "SMALLINT" TO ENT-DATA-TYPE (WS-ENT-SUB)
                       WHEN ENT-PIC-DIGITS (WS-ENT-SUB) < 10
                           MOVE 4 TO ENT-SIZE (WS-ENT-SUB)
                           MOVE "INTEGER" TO ENT-DATA-TYPE (WS-ENT-SUB)
                       WHEN OTHER
                           MOVE 8 TO ENT-SIZE (WS-ENT-SUB)
                           MOVE "BIGINT" TO ENT-DATA-TYPE (WS-ENT-SUB)
                   END-EVALUATE
               WHEN "1"
                   MOVE 4 TO ENT-SIZE (WS-ENT-SUB)
                   MOVE "REAL" TO ENT-DATA-TYPE (WS-ENT-SUB)
               WHEN "2"
                   MOVE 8 TO ENT-SIZE (WS-ENT-SUB)
                   MOVE "DOUBLE" TO ENT-DATA-TYPE (WS-ENT-SUB)
               WHEN OTHER
                   MOVE ENT-PIC-STORAGE (WS-ENT-SUB)
                       TO ENT-SIZE (WS-ENT-SUB)
                   IF ENT-PIC-SIGNED (WS-ENT-SUB) = "J"
                           AND ENT-SIGN-SEP (WS-ENT-SUB) = "J"
                       ADD 1 TO ENT-SIZE (WS-ENT-SUB)
                   END-IF
                   IF ENT-PIC-CLASS (WS-ENT-SUB) = "N"
                       MOVE "NUMERIC" TO ENT-DATA-TYPE (WS-ENT-SUB)
                   ELSE
                       MOVE "CHAR" TO ENT-DATA-TYPE (WS-ENT-SUB)
                   END-IF
           END-EVALUATE
           IF ENT-HAS-PIC (WS-ENT-SUB) NOT = "J"
                   AND ENT-USAGE (WS-ENT-SUB) NOT = "1"
                   AND ENT-USAGE (WS-ENT-SUB) NOT = "2"
                   AND ENT-SKIP (WS-ENT-SUB) NOT = "J"
               MOVE SPACES TO WS-PARSE-PROBLEM
               STRING
                   "ELEMENTARFELD OHNE PICTURE: " DELIMITED BY SIZE
                   ENT-NAME (WS-ENT-SUB) DELIMITED BY SPACE
                   INTO WS-PARSE-PROBLEM
               END-STRING
           END-IF.

      *      Datenbeschreibungen in Satzfolge zu Spalten auflösen.
      *      Eine Gruppe mit OCCURS wird als offener Rahmen geführt
      *      und ihr Inhalt so oft durchlaufen, wie sie vorkommt;
      *      REDEFINES-Sichten werden samt Unterfeldern übersprungen:
       2300-FLATTEN.
           MOVE 0 TO WS-GEN-COUNT
           MOVE 0 TO WS-FRAME-COUNT
           MOVE 1 TO WS-ENT-SUB
           PERFORM UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   OR WS-PARSE-PROBLEM NOT = SPACES
               IF ENT-SKIP (WS-ENT-SUB) = "J"
                   COMPUTE WS-ENT-SUB = ENT-END (WS-ENT-SUB) + 1
               ELSE
                   IF ENT-GROUP (WS-ENT-SUB) = "J"
                       IF ENT-OCCURS (WS-ENT-SUB) > 1
                           PERFORM 2310-PUSH-FRAME
                       END-IF
                   ELSE
                       PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
                               UNTIL WS-OCC-SUB
                                   > ENT-OCCURS (WS-ENT-SUB)
                           PERFORM 2400-ADD-GEN-COLUMN
                               THRU 2499-ADD-GEN-COLUMN-EXIT
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-ENT-SUB
               END-IF
               PERFORM 2350-UNWIND-FRAMES
           END-PERFORM.

       2310-PUSH-FRAME.
           IF WS-FRAME-COUNT >= WS-MAX-FRAMES
               MOVE "OCCURS-SCHACHTELUNG ZU TIEF" TO WS-PARSE-PROBLEM
           ELSE
               ADD 1 TO WS-FRAME-COUNT
               COMPUTE FRM-START (WS-FRAME-COUNT) = WS-ENT-SUB + 1
               MOVE ENT-END (WS-ENT-SUB) TO FRM-END (WS-FRAME-COUNT)
               MOVE 1 TO FRM-CUR (WS-FRAME-COUNT)
               MOVE ENT-OCCURS (WS-ENT-SUB) TO FRM-MAX (WS-FRAME-COUNT)
           END-IF.

      *      Ist das Ende einer wiederholten Gruppe erreicht, beginnt
      *      ihr nächstes Vorkommen oder der Rahmen wird geschlossen:
       2350-UNWIND-FRAMES.
           MOVE "N" TO WS-UNWIND-DONE
           PERFORM UNTIL WS-FRAME-COUNT = 0 OR UNWIND-DONE
               IF WS-ENT-SUB > FRM-END (WS-FRAME-COUNT)
                   IF FRM-CUR (WS-FRAME-COUNT)
                           < FRM-MAX (WS-FRAME-COUNT)
                       ADD 1 TO FRM-CUR (WS-FRAME-COUNT)
                       MOVE FRM-START (WS-FRAME-COUNT) TO WS-ENT-SUB
                       SET UNWIND-DONE TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-FRAME-COUNT
                   END-IF
               ELSE
                   SET UNWIND-DONE TO TRUE
               END-IF
           END-PERFORM.

      *      Eine Spalte für das aktuelle Vorkommen des Elementar-
      *      felds WS-ENT-SUB anhängen; der Name erhält die Nummern
      *      der offenen Rahmen und des eigenen Vorkommens:
       2400-ADD-GEN-COLUMN.
           IF WS-GEN-COUNT >= WS-MAX-GEN
               MOVE "MEHR ALS 2000 SPALTEN" TO WS-PARSE-PROBLEM
               GO TO 2499-ADD-GEN-COLUMN-EXIT
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE SPACES TO WS-SUFFIX
           MOVE 0 TO WS-SUFFIX-LEN
           PERFORM VARYING WS-FRM-SUB FROM 1 BY 1
                   UNTIL WS-FRM-SUB > WS-FRAME-COUNT
               MOVE FRM-CUR (WS-FRM-SUB) TO WS-NUM-IN
               PERFORM 2450-APPEND-SUFFIX
           END-PERFORM
           IF ENT-OCCURS (WS-ENT-SUB) > 1
               MOVE WS-OCC-SUB TO WS-NUM-IN
               PERFORM 2450-APPEND-SUFFIX
           END-IF

           IF ENT-NAME (WS-ENT-SUB) = "FILLER"
               MOVE WS-ENT-SUB TO WS-FILLER-NO
               MOVE SPACES TO WS-BASE-NAME
               STRING
                   "FILLER-" DELIMITED BY SIZE
                   WS-FILLER-NO DELIMITED BY SIZE
                   INTO WS-BASE-NAME
               END-STRING
           ELSE
               MOVE ENT-NAME (WS-ENT-SUB) TO WS-BASE-NAME
           END-IF
           MOVE 0 TO WS-BASE-LEN
           INSPECT WS-BASE-NAME TALLYING WS-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-BASE-LEN + WS-SUFFIX-LEN > 30
               COMPUTE WS-BASE-LEN = 30 - WS-SUFFIX-LEN
           END-IF

           MOVE SPACES TO GEN-NAME (WS-GEN-COUNT)
           MOVE WS-BASE-NAME (1:WS-BASE-LEN)
               TO GEN-NAME (WS-GEN-COUNT) (1:WS-BASE-LEN)
           IF WS-SUFFIX-LEN > 0
               MOVE WS-SUFFIX (1:WS-SUFFIX-LEN)
                   TO GEN-NAME (WS-GEN-COUNT)
                          (WS-BASE-LEN + 1:WS-SUFFIX-LEN)
           END-IF
           MOVE ENT-DATA-TYPE (WS-ENT-SUB) TO GEN-TYPE (WS-GEN-COUNT)
           MOVE ENT-SIZE (WS-ENT-SUB) TO GEN-SIZE (WS-GEN-COUNT).

       2499-ADD-GEN-COLUMN-EXIT.
           CONTINUE.

      *      "-" und WS-NUM-IN ohne führende Nullen an WS-SUFFIX
      *      anhängen:
       2450-APPEND-SUFFIX.
           MOVE WS-NUM-IN TO WS-NUM-ED
           MOVE 0 TO WS-LEAD
           INSPECT WS-NUM-ED TALLYING WS-LEAD FOR LEADING SPACES
           COMPUTE WS-NUM-LEN = 4 - WS-LEAD
           IF WS-SUFFIX-LEN + WS-NUM-LEN + 1 NOT > 20
               ADD 1 TO WS-SUFFIX-LEN
               MOVE "-" TO WS-SUFFIX (WS-SUFFIX-LEN:1)
               MOVE WS-NUM-ED (WS-LEAD + 1:WS-NUM-LEN)
                   TO WS-SUFFIX (WS-SUFFIX-LEN + 1:WS-NUM-LEN)
               ADD WS-NUM-LEN TO WS-SUFFIX-LEN
           END-IF.

      *      Befund ohne Feldbezug (Glied, Katalog, Feldsumme):
       2900-RELEASE-PROBLEM.
           ADD 1 TO WS-CNT-PROBLEMS
           PERFORM 2950-RELEASE-DRIFT.

       2950-RELEASE-DRIFT.
           ADD 1 TO WS-FINDING-COUNT
           ADD 1 TO WS-TABLE-DRIFT
           ADD 1 TO WS-DR-SEQ
           MOVE WS-CUR-DEPT TO DR-DEPT
           MOVE WS-CUR-TABLE TO DR-TABLE
           MOVE WS-DR-SEQ TO DR-SEQ
           RELEASE DR-RECORD.

      *      Erzeugte Spalten eines TABLE_NAME gegen CATALOG und
      *      COLUMNS prüfen und bei Abweichung das COLIN-Deck
      *      schreiben:
       3000-PROCESS-TABLE.
           ADD 1 TO WS-CNT-TABLES
           MOVE 0 TO WS-DR-SEQ
           MOVE SEL-TABLE-NAME (WS-SEL-SUB) TO WS-CUR-TABLE
           PERFORM 3050-READ-CATALOG
           IF WS-CUR-DEPT = "UNBEKANNT"
               MOVE "TABLE_NAME UNBEKANNT IN CATALOG" TO DR-REASON
               MOVE SPACES TO DR-DETAIL
               PERFORM 2900-RELEASE-PROBLEM
               GO TO 3099-PROCESS-TABLE-EXIT
           END-IF

           IF WS-PARSE-PROBLEM NOT = SPACES
               MOVE "COPY-GLIED NICHT AUSWERTBAR" TO DR-REASON
               MOVE WS-PARSE-PROBLEM TO DR-DETAIL
               PERFORM 2900-RELEASE-PROBLEM
               GO TO 3099-PROCESS-TABLE-EXIT
           END-IF

      *      LEN/FILLER am Satzanfang sind keine Spalten:
           MOVE 1 TO WS-GEN-FIRST
           IF WS-GEN-COUNT >= 2
               IF GEN-NAME (1) = "LEN" AND GEN-SIZE (1) = 2
                   AND GEN-NAME (2) (1:6) = "FILLER"
                   AND GEN-SIZE (2) = 2
                   MOVE 3 TO WS-GEN-FIRST
                   IF WS-CUR-RECFORM = "V"
                       MOVE "LEN/FILLER BEI RECFORM=V" TO DR-REASON
                       MOVE WS-CUR-MEMBER TO DR-DETAIL
                       PERFORM 2900-RELEASE-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-GEN-COUNT < WS-GEN-FIRST
               MOVE "KEINE FELDER IM COPY-GLIED" TO DR-REASON
               MOVE WS-CUR-MEMBER TO DR-DETAIL
               PERFORM 2900-RELEASE-PROBLEM
               GO TO 3099-PROCESS-TABLE-EXIT
           END-IF
           COMPUTE WS-NEW-COUNT = WS-GEN-COUNT - WS-GEN-FIRST + 1

      *      Feldsumme wie in SOSODBM und SOSODBIC, bei RECFORM=F
      *      einschließlich LEN/FILLER:
           MOVE 0 TO WS-SUM-LENGTH
           IF WS-CUR-RECFORM = "F"
               MOVE 4 TO WS-SUM-LENGTH
           END-IF
           PERFORM VARYING WS-GEN-SUB FROM WS-GEN-FIRST BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               ADD GEN-SIZE (WS-GEN-SUB) TO WS-SUM-LENGTH
           END-PERFORM
           IF WS-SUM-LENGTH NOT = WS-CUR-RECSIZE
               MOVE "FELDSUMME UNGLEICH RECSIZE" TO DR-REASON
               MOVE WS-CUR-RECSIZE TO WS-SIZE-DISP
               MOVE WS-SUM-LENGTH TO WS-SIZE-DISP2
               MOVE SPACES TO DR-DETAIL
               STRING
                   "SOLL=" DELIMITED BY SIZE
                   WS-SIZE-DISP DELIMITED BY SIZE
                   " IST=" DELIMITED BY SIZE
                   WS-SIZE-DISP2 DELIMITED BY SIZE
                   INTO DR-DETAIL
               END-STRING
               PERFORM 2900-RELEASE-PROBLEM
           END-IF

           PERFORM 3200-LOAD-CURRENT-COLUMNS
           PERFORM 3300-COMPARE-COLUMNS
           IF WS-TABLE-DRIFT > 0
               ADD 1 TO WS-CNT-DRIFT-TABLES
               PERFORM 3500-WRITE-DECK
           END-IF.

       3099-PROCESS-TABLE-EXIT.
           CONTINUE.

      *      Abteilung und Dateiformat des TABLE_NAME WS-CUR-TABLE;
      *      ohne Katalogeintrag läuft er unter "UNBEKANNT":
       3050-READ-CATALOG.
           MOVE WS-CUR-TABLE TO TABLE_NAME OF CATALOG-RECORD
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "UNBEKANNT" TO WS-CUR-DEPT
                   MOVE SPACE TO WS-CUR-RECFORM
                   MOVE 0 TO WS-CUR-RECSIZE
               NOT INVALID KEY
                   MOVE CATALOG_OWNER_DEPT TO WS-CUR-DEPT
                   MOVE CATALOG_RECFORM TO WS-CUR-RECFORM
                   MOVE CATALOG_RECSIZE TO WS-CUR-RECSIZE
           END-READ.

      *      COLUMNS-Zeilen des TABLE_NAME über COLUMNS_KEY lesen
      *      (wie der Layoutaufbau in SOSODBM):
       3200-LOAD-CURRENT-COLUMNS.
           MOVE 0 TO WS-CUR-COUNT
           MOVE "N" TO WS-EOF-COLUMNS
           MOVE WS-CUR-TABLE TO TABLE_NAME OF COLUMNS-RECORD
           MOVE 0 TO ORDINAL_POSITION
           START COLUMNS-FILE
               KEY IS NOT LESS THAN COLUMNS_KEY
               INVALID KEY
                   SET EOF-COLUMNS TO TRUE
           END-START
           PERFORM UNTIL EOF-COLUMNS
               READ COLUMNS-FILE NEXT RECORD
                   AT END
                       SET EOF-COLUMNS TO TRUE
                   NOT AT END
                       IF TABLE_NAME OF COLUMNS-RECORD
                               NOT = WS-CUR-TABLE
                           SET EOF-COLUMNS TO TRUE
                       ELSE
                           PERFORM 3210-ADD-CURRENT-COLUMN
                       END-IF
               END-READ
           END-PERFORM.

       3210-ADD-CURRENT-COLUMN.
           IF WS-CUR-COUNT >= WS-MAX-CUR
               DISPLAY "SOSODBPC: MEHR ALS " WS-MAX-CUR
                   " COLUMNS-ZEILEN FUER " WS-CUR-TABLE
                   ", LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-CUR-COUNT
           MOVE COLUMN_NAME TO CUR-NAME (WS-CUR-COUNT)
           MOVE ORDINAL_POSITION TO CUR-ORD (WS-CUR-COUNT)
           MOVE DATA_TYPE TO CUR-TYPE (WS-CUR-COUNT)
           MOVE COLUMN_SIZE TO CUR-SIZE (WS-CUR-COUNT)
           MOVE "N" TO CUR-MATCHED (WS-CUR-COUNT).

      *      Vergleich nach COLUMN_NAME. Als verschoben gilt ein
      *      Feld, das im Glied hinter einem Feld steht, dem es in
      *      COLUMNS vorausging - ein neu eingefügtes Feld allein
      *      verschiebt die folgenden also nicht:
       3300-COMPARE-COLUMNS.
           MOVE 0 TO WS-TABLE-DRIFT
           MOVE 0 TO WS-MAX-OLD-ORD
           PERFORM VARYING WS-GEN-SUB FROM WS-GEN-FIRST BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               COMPUTE WS-NEW-ORD = WS-GEN-SUB - WS-GEN-FIRST + 1
               PERFORM 3310-FIND-CURRENT-COLUMN
               IF WS-FOUND-SUB = 0
                   PERFORM 3320-REPORT-ADDED
               ELSE
                   MOVE "J" TO CUR-MATCHED (WS-FOUND-SUB)
                   IF GEN-TYPE (WS-GEN-SUB)
                           NOT = CUR-TYPE (WS-FOUND-SUB)
                       OR GEN-SIZE (WS-GEN-SUB)
                           NOT = CUR-SIZE (WS-FOUND-SUB)
                       PERFORM 3330-REPORT-RESIZED
                   END-IF
                   IF CUR-ORD (WS-FOUND-SUB) < WS-MAX-OLD-ORD
                       PERFORM 3340-REPORT-MOVED
                   ELSE
                       MOVE CUR-ORD (WS-FOUND-SUB) TO WS-MAX-OLD-ORD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF CUR-MATCHED (WS-CUR-SUB) = "N"
                   PERFORM 3350-REPORT-DROPPED
               END-IF
           END-PERFORM.

      *      Erste noch nicht zugeordnete COLUMNS-Zeile gleichen
      *      Namens (mehrfache Namen werden der Reihe nach
      *      zugeordnet):
       3310-FIND-CURRENT-COLUMN.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
                      OR WS-FOUND-SUB > 0
               IF CUR-NAME (WS-CUR-SUB) = GEN-NAME (WS-GEN-SUB)
                   AND CUR-MATCHED (WS-CUR-SUB) = "N"
                   MOVE WS-CUR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       3320-REPORT-ADDED.
           ADD 1 TO WS-CNT-ADDED
           MOVE "FELD NEU" TO DR-REASON
           MOVE GEN-SIZE (WS-GEN-SUB) TO WS-SIZE-DISP
           MOVE SPACES TO DR-DETAIL
           STRING
               GEN-NAME (WS-GEN-SUB) DELIMITED BY SPACE
               " POS " DELIMITED BY SIZE
               WS-NEW-ORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GEN-TYPE (WS-GEN-SUB) DELIMITED BY SPACE
               WS-SIZE-DISP DELIMITED BY SIZE
               INTO DR-DETAIL
           END-STRING
           PERFORM 2950-RELEASE-DRIFT.

       3330-REPORT-RESIZED.
           ADD 1 TO WS-CNT-RESIZED
           MOVE "FELD LAENGE/TYP GEAENDERT" TO DR-REASON
           MOVE CUR-SIZE (WS-FOUND-SUB) TO WS-SIZE-DISP
           MOVE GEN-SIZE (WS-GEN-SUB) TO WS-SIZE-DISP2
           MOVE SPACES TO DR-DETAIL
           STRING
               GEN-NAME (WS-GEN-SUB) DELIMITED BY SPACE
               " ALT " DELIMITED BY SIZE
               CUR-TYPE (WS-FOUND-SUB) DELIMITED BY SPACE
               WS-SIZE-DISP DELIMITED BY SIZE
               " NEU " DELIMITED BY SIZE
               GEN-TYPE (WS-GEN-SUB) DELIMITED BY SPACE
               WS-SIZE-DISP2 DELIMITED BY SIZE
               INTO DR-DETAIL
           END-STRING
           PERFORM 2950-RELEASE-DRIFT.

       3340-REPORT-MOVED.
           ADD 1 TO WS-CNT-MOVED
           MOVE "FELD VERSCHOBEN" TO DR-REASON
           MOVE SPACES TO DR-DETAIL
           STRING
               GEN-NAME (WS-GEN-SUB) DELIMITED BY SPACE
               " POS ALT " DELIMITED BY SIZE
               CUR-ORD (WS-FOUND-SUB) DELIMITED BY SIZE
               " NEU " DELIMITED BY SIZE
               WS-NEW-ORD DELIMITED BY SIZE
               INTO DR-DETAIL
           END-STRING
           PERFORM 2950-RELEASE-DRIFT.

       3350-REPORT-DROPPED.
           ADD 1 TO WS-CNT-DROPPED
           MOVE "FELD ENTFALLEN" TO DR-REASON
           MOVE CUR-SIZE (WS-CUR-SUB) TO WS-SIZE-DISP
           MOVE SPACES TO DR-DETAIL
           STRING
               CUR-NAME (WS-CUR-SUB) DELIMITED BY SPACE
               " POS " DELIMITED BY SIZE
               CUR-ORD (WS-CUR-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUR-TYPE (WS-CUR-SUB) DELIMITED BY SPACE
               WS-SIZE-DISP DELIMITED BY SIZE
               INTO DR-DETAIL
           END-STRING
           PERFORM 2950-RELEASE-DRIFT.

      *      Vollständiges COLIN-Deck des TABLE_NAME; überzählige
      *      ORDINAL_POSITIONs in COLUMNS erhalten einen Satz ohne
      *      COLUMN_NAME und DATA_TYPE, mit dem SOSODBM sie
      *      entfernt:
       3500-WRITE-DECK.
           PERFORM VARYING WS-GEN-SUB FROM WS-GEN-FIRST BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               MOVE WS-CUR-TABLE TO COUT-TABLE-NAME
               MOVE GEN-NAME (WS-GEN-SUB) TO COUT-COLUMN-NAME
               COMPUTE COUT-ORDINAL-POSITION
                   = WS-GEN-SUB - WS-GEN-FIRST + 1
               MOVE GEN-TYPE (WS-GEN-SUB) TO COUT-DATA-TYPE
               MOVE GEN-SIZE (WS-GEN-SUB) TO COUT-COLUMN-SIZE
               WRITE COLOUT-RECORD
               ADD 1 TO WS-CNT-CARDS
           END-PERFORM
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF CUR-ORD (WS-CUR-SUB) > WS-NEW-COUNT
                   MOVE WS-CUR-TABLE TO COUT-TABLE-NAME
                   MOVE SPACES TO COUT-COLUMN-NAME
                   MOVE CUR-ORD (WS-CUR-SUB) TO COUT-ORDINAL-POSITION
                   MOVE SPACES TO COUT-DATA-TYPE
                   MOVE 0 TO COUT-COLUMN-SIZE
                   WRITE COLOUT-RECORD
                   ADD 1 TO WS-CNT-CARDS
               END-IF
           END-PERFORM.

      *      Abweichungsbericht, nach zuständiger Abteilung
      *      gruppiert (wie SOSODBIC):
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR DR-DEPT NOT = WS-PREV-DEPT
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE DR-DEPT TO WS-PREV-DEPT
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE DR-DEPT TO DEPT-HDR-NAME
                           WRITE REPORT-LINE FROM DEPT-HDR-LINE
                       END-IF
                       MOVE DR-REASON TO DTL-REASON
                       MOVE DR-TABLE TO DTL-TABLE
                       MOVE DR-DETAIL TO DTL-DETAIL
                       WRITE REPORT-LINE FROM DETAIL-LINE
               END-RETURN
           END-PERFORM.

      *      WS-TOKEN (1:WS-TOKEN-LEN) als vorzeichenlose ganze Zahl
      *      nach WS-NUMBER; NUMBER-OK nur bei lauter Ziffern:
       7000-TOKEN-TO-NUMBER.
           MOVE 0 TO WS-NUMBER
           MOVE "J" TO WS-NUMBER-OK
           IF WS-TOKEN-LEN = 0 OR WS-TOKEN-LEN > 7
               MOVE "N" TO WS-NUMBER-OK
           END-IF
           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
                   UNTIL WS-NUM-POS > WS-TOKEN-LEN
                      OR NOT NUMBER-OK
               MOVE WS-TOKEN (WS-NUM-POS:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-NUMBER = WS-NUMBER * 10 + WS-DIGIT
               ELSE
                   MOVE "N" TO WS-NUMBER-OK
               END-IF
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TABLE_NAMES AUSGEWAEHLT" TO SUM-TEXT
           MOVE WS-CNT-SELECTED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "TABLE_NAMES MIT COPY-GLIED GEPRUEFT" TO SUM-TEXT
           MOVE WS-CNT-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "TABLE_NAMES MIT ABWEICHUNG" TO SUM-TEXT
           MOVE WS-CNT-DRIFT-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "FELDER NEU" TO SUM-TEXT
           MOVE WS-CNT-ADDED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "FELDER ENTFALLEN" TO SUM-TEXT
           MOVE WS-CNT-DROPPED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "FELDER LAENGE/TYP GEAENDERT" TO SUM-TEXT
           MOVE WS-CNT-RESIZED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "FELDER VERSCHOBEN" TO SUM-TEXT
           MOVE WS-CNT-MOVED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "SONSTIGE BEFUNDE" TO SUM-TEXT
           MOVE WS-CNT-PROBLEMS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "COLIN-SAETZE GESCHRIEBEN" TO SUM-TEXT
           MOVE WS-CNT-CARDS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFUNDE INSGESAMT" TO SUM-TEXT
           MOVE WS-FINDING-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-SELECTED TO RUN-REQ-READ
           MOVE WS-CNT-CARDS TO RUN-REQ-WRITTEN
           MOVE WS-CNT-PROBLEMS TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
