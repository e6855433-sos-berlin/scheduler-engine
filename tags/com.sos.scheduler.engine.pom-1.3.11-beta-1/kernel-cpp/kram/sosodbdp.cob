      *----------------------------------------------------------------
      * SOSODBDP - Nächtliche Inhaltsprüfung der katalogisierten
      *            Dateien gegen ihren Satzaufbau im Katalog
      *
      * SOSODBRC vergleicht nur FILE_NAME und Satzlänge mit dem
      * FILECAT-Auszug; die Daten selbst öffnete bisher niemand. Eine
      * DECIMAL-Spalte voller Leerzeichen oder eine RECFORM=V-Datei
      * mit Sätzen länger als CATALOG_RECSIZE fiel erst auf, wenn
      * eine ODBC-Abfrage scheiterte.
      *
      * Dieses Programm liest für jeden CATALOG-Eintrag vom
      * TABLE_TYPE "TABLE" eine Stichprobe (die ersten n Sätze) aus
      * FILE_NAME und prüft sie gegen CATALOG_RECFORM,
      * CATALOG_RECSIZE, CATALOG_KEYPOS, CATALOG_KEYLEN und die
      * COLUMNS-Zeilen des TABLE_NAME:
      *  - Satzlänge: bei RECFORM=F genau RECSIZE, bei RECFORM=V
      *    höchstens RECSIZE abzüglich des 4 Byte langen
      *    Satzlängenfelds,
      *  - Schlüssel (nur bei KEYLEN > 0): in aufsteigender Folge
      *    und ohne Dubletten, vollständig innerhalb des Satzes,
      *  - je Spalte die Anzahl ungültiger, leerer (nur Leerzeichen)
      *    und mit LOW-VALUES gefüllter Werte. Ungültig ist ein
      *    "NUMERIC"-Wert mit einer anderen Stelle als 0-9 (das
      *    Vorzeichen darf in der letzten Stelle stehen) und ein
      *    "DECIMAL"-Wert, der keine gültige gepackte Zahl ist.
      *    Binäre Typen kennen keinen ungültigen Wert.
      *
      * Wie in SOSODBM zählen KEYPOS und die Spaltenfolge ab dem
      * Satzanfang einschließlich des 4 Byte langen Satzlängenfelds:
      * bei RECFORM=F sind das LEN/FILLER im Satz selbst, bei
      * RECFORM=V liegt es vor dem Satz, den das Programm sieht. Die
      * erste Spalte beginnt bei RECFORM=F deshalb auf Byte 5, bei
      * RECFORM=V auf Byte 1. Die Spaltenlängen sind die
      * COLUMN_SIZE in Byte (siehe SOSODBCS).
      *
      * Die Steuerkarte DPSELECT (wahlfrei) gibt den Stichproben-
      * umfang vor (0 oder fehlend = 1000 Sätze) und kann die
      * Prüfung auf eine CATALOG_OWNER_DEPT beschränken.
      *
      * Geändert wird nichts. Nach DPRPT gehen je
      * CATALOG_OWNER_DEPT die Befunde und die Hinweise (leere oder
      * mit LOW-VALUES gefüllte CHAR-Spalten, leere Dateien, Umfang
      * der Stichprobe). Returncode wie SOSODBIC: 0 ohne Befund, 4
      * sobald ein Befund ausgewiesen wurde (auch eine nicht lesbare
      * Datei), 8 wenn CATALOG oder COLUMNS nicht lesbar war.
      *
      * Befunde und Hinweise (außer dem Umfang der Stichprobe) gehen
      * außerdem in die gemeinsame Befunddatei FINDINGS (siehe
      * SOSODBCF) für die Morgenübersicht von SOSODBDG; bei
      * Spaltenbefunden ist die Spalte das betroffene Einzelobjekt.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBDP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "DPSELECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL COLUMNS-FILE ASSIGN TO "COLUMNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLUMNS_KEY
               FILE STATUS IS WS-COLUMNS-STATUS.

      *      Die jeweils geprüfte Datei, zugewiesen über FILE_NAME:
           SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "DPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *      Eine Steuerkarte:
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
      *      Anzahl Sätze je Datei, 0 = Vorgabe 1000:
           05 DP-SAMPLE-SIZE          PIC 9(7).
      *      Leer = alle Abteilungen:
           05 DP-SELECT-DEPT          PIC X(20).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  COLUMNS-FILE.
       01  COLUMNS-RECORD.
           COPY "sosodbcs.cob".

       FD  DATA-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       01  DATA-RECORD                PIC X(32000).

       SD  SORT-WORK.
       01  DP-RECORD.
           05 DP-DEPT                 PIC X(20).
           05 DP-TABLE                PIC X(50).
           05 DP-SEQ                  PIC 9(5).
      *      "B" = Befund, "H" = Hinweis:
           05 DP-GRADE                PIC X(1).
           05 DP-REASON               PIC X(32).
           05 DP-DETAIL               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(172).

       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-COLUMNS-STATUS          PIC X(2).
       01  WS-DATA-STATUS             PIC X(2).
       01  WS-FINDINGS-STATUS         PIC X(2).
       01  WS-RUN-ID.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-TIME             PIC 9(6).
       01  WS-DATA-FILE-NAME          PIC X(400).
       01  WS-REC-LEN                 PIC 9(5).
       01  WS-EOF-CONTROL             PIC X(1) VALUE "N".
           88 EOF-CONTROL             VALUE "Y".
       01  WS-EOF-CATALOG             PIC X(1) VALUE "N".
           88 EOF-CATALOG             VALUE "Y".
       01  WS-EOF-COLUMNS             PIC X(1) VALUE "N".
           88 EOF-COLUMNS             VALUE "Y".
       01  WS-EOF-DATA                PIC X(1) VALUE "N".
           88 EOF-DATA                VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".

      *      Steuerkartenfelder, vor dem CLOSE übernommen:
       01  WS-SAMPLE-SIZE             PIC 9(7) VALUE 1000.
       01  WS-SELECT-DEPT             PIC X(20) VALUE SPACES.

      *      Länge des Schlüsselvergleichs höchstens:
       01  WS-MAX-KEY-LEN             PIC 9(4) VALUE 2000.

      *      Gerade geprüfter TABLE_NAME:
       01  WS-CUR-TABLE               PIC X(50).
       01  WS-CUR-DEPT                PIC X(20).
       01  WS-CUR-RECFORM             PIC X(1).
       01  WS-CUR-RECSIZE             PIC 9(5).
       01  WS-CUR-KEYLEN              PIC 9(5).
      *      Größte zulässige Satzlänge, wie das Programm den Satz
      *      sieht (bei RECFORM=V ohne Satzlängenfeld):
       01  WS-ALLOWED-LEN             PIC 9(5).
      *      Schlüsselanfang im gelesenen Satz:
       01  WS-KEY-START               PIC 9(5).
       01  WS-KEY-CMP-LEN             PIC 9(5).
       01  WS-PREV-KEY                PIC X(2000).
       01  WS-HAVE-PREV-KEY           PIC X(1).
           88 HAVE-PREV-KEY           VALUE "J".
       01  WS-DR-SEQ                  PIC 9(5).

      *      Zähler je Datei:
       01  WS-TBL-READ                PIC 9(7).
       01  WS-TBL-BAD-LEN             PIC 9(7).
       01  WS-TBL-LONGEST             PIC 9(5).
       01  WS-TBL-SHORTEST            PIC 9(5).
       01  WS-TBL-DUP-KEYS            PIC 9(7).
       01  WS-TBL-UNSORTED            PIC 9(7).
       01  WS-TBL-KEY-OUTSIDE         PIC 9(7).
       01  WS-FIRST-DUP-KEY           PIC X(40).
       01  WS-FIRST-UNSORTED-KEY      PIC X(40).

      *      Spalten des TABLE_NAME mit Lage im gelesenen Satz und
      *      Zählern der Stichprobe:
       01  WS-MAX-COL-ENTRIES         PIC 9(4) VALUE 1000.
       01  WS-COL-COUNT               PIC 9(4) VALUE 0.
       01  WS-COL-SUB                 PIC 9(4).
       01  WS-NEXT-POS                PIC 9(7).
       01  COL-TABLE.
           05 COL-ENTRY OCCURS 1000 TIMES.
              10 COL-NAME             PIC X(30).
              10 COL-TYPE             PIC X(20).
              10 COL-POS              PIC 9(7).
              10 COL-SIZE             PIC 9(7).
              10 COL-CNT-INVALID      PIC 9(7).
              10 COL-CNT-EMPTY        PIC 9(7).
              10 COL-CNT-LOW          PIC 9(7).

      *      Prüfung eines Werts:
       01  WS-VALUE-OK                PIC X(1).
           88 VALUE-OK                VALUE "J".
       01  WS-BYTE-SUB                PIC 9(7).
       01  WS-BYTE-POS                PIC 9(7).
       01  WS-VALUE-END               PIC 9(7).
      *      Ein Byte als Zahl 0-255 für die Halbbyte-Prüfung der
      *      gepackten Werte:
       01  WS-BYTE-PAIR.
           05 WS-BYTE-HIGH            PIC X(1) VALUE LOW-VALUE.
           05 WS-BYTE-LOW             PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                      PIC 9(4) BINARY.
       01  WS-NIBBLE-HIGH             PIC 9(4).
       01  WS-NIBBLE-LOW              PIC 9(4).
      *      Letzte Stelle eines ungepackten Werts, ggf. mit
      *      Vorzeichen:
       01  WS-ZONE-X                  PIC X(1).
       01  WS-ZONE-N REDEFINES WS-ZONE-X
                                      PIC S9(1).

       01  WS-CNT-DISP                PIC Z(6)9.
       01  WS-CNT-DISP2               PIC Z(6)9.
       01  WS-CNT-DISP3               PIC Z(6)9.
       01  WS-LEN-DISP                PIC Z(4)9.
       01  WS-LEN-DISP2               PIC Z(4)9.
       01  WS-LEN-DISP3               PIC Z(4)9.

       01  WS-CNT-TABLES              PIC 9(7) VALUE 0.
       01  WS-CNT-UNREADABLE          PIC 9(7) VALUE 0.
       01  WS-CNT-RECORDS             PIC 9(9) VALUE 0.
       01  WS-CNT-HINTS               PIC 9(7) VALUE 0.
       01  WS-FINDING-COUNT           PIC 9(7) VALUE 0.

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  DETAIL-LINE.
           05 DTL-GRADE               PIC X(8).
           05 DTL-REASON              PIC X(32).
           05 DTL-TABLE               PIC X(52).
           05 DTL-DETAIL              PIC X(80).

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(8)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0300-READ-CONTROL-CARD

           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBDP: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT COLUMNS-FILE
           IF WS-COLUMNS-STATUS NOT = "00"
                   AND WS-COLUMNS-STATUS NOT = "05"
               DISPLAY "SOSODBDP: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBDP: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           SORT SORT-WORK
               ON ASCENDING KEY DP-DEPT
                                DP-TABLE
                                DP-SEQ
               INPUT PROCEDURE IS 1000-PROFILE-ALL
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 8000-WRITE-TOTALS

           CLOSE CATALOG-FILE
           CLOSE COLUMNS-FILE
           CLOSE REPORT-FILE
           PERFORM 2960-WRITE-RUN-MARKER

           DISPLAY "SOSODBDP: ANZAHL BEFUNDE: " WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBDP" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0300-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   SET EOF-CONTROL TO TRUE
           END-READ
           IF NOT EOF-CONTROL
               IF DP-SAMPLE-SIZE IS NUMERIC AND DP-SAMPLE-SIZE > 0
                   MOVE DP-SAMPLE-SIZE TO WS-SAMPLE-SIZE
               END-IF
               MOVE DP-SELECT-DEPT TO WS-SELECT-DEPT
           END-IF
           CLOSE CONTROL-FILE.

       1000-PROFILE-ALL.
           PERFORM UNTIL EOF-CATALOG
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET EOF-CATALOG TO TRUE
                   NOT AT END
                       IF TABLE_TYPE = "TABLE"
                           AND (WS-SELECT-DEPT = SPACES
                             OR WS-SELECT-DEPT = CATALOG_OWNER_DEPT)
                           PERFORM 2000-PROFILE-TABLE
                               THRU 2099-PROFILE-TABLE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

      *      Eine Datei prüfen: Spalten laden, Stichprobe lesen,
      *      Ergebnis in den Bericht geben:
       2000-PROFILE-TABLE.
           ADD 1 TO WS-CNT-TABLES
           MOVE 0 TO WS-DR-SEQ
           MOVE TABLE_NAME OF CATALOG-RECORD TO WS-CUR-TABLE
           MOVE CATALOG_OWNER_DEPT TO WS-CUR-DEPT
           MOVE CATALOG_RECFORM TO WS-CUR-RECFORM
           MOVE CATALOG_RECSIZE TO WS-CUR-RECSIZE
           MOVE CATALOG_KEYLEN TO WS-CUR-KEYLEN
           IF WS-CUR-RECFORM = "V"
               IF WS-CUR-RECSIZE > 4
                   COMPUTE WS-ALLOWED-LEN = WS-CUR-RECSIZE - 4
               ELSE
                   MOVE 0 TO WS-ALLOWED-LEN
               END-IF
               IF CATALOG_KEYPOS > 4
                   COMPUTE WS-KEY-START = CATALOG_KEYPOS - 4
               ELSE
                   MOVE 1 TO WS-KEY-START
               END-IF
           ELSE
               MOVE WS-CUR-RECSIZE TO WS-ALLOWED-LEN
               IF CATALOG_KEYPOS > 0
                   MOVE CATALOG_KEYPOS TO WS-KEY-START
               ELSE
                   MOVE 1 TO WS-KEY-START
               END-IF
           END-IF
           IF WS-CUR-KEYLEN > WS-MAX-KEY-LEN
               MOVE WS-MAX-KEY-LEN TO WS-KEY-CMP-LEN
           ELSE
               MOVE WS-CUR-KEYLEN TO WS-KEY-CMP-LEN
           END-IF

           MOVE 0 TO WS-TBL-READ
           MOVE 0 TO WS-TBL-BAD-LEN
           MOVE 0 TO WS-TBL-LONGEST
           MOVE 99999 TO WS-TBL-SHORTEST
           MOVE 0 TO WS-TBL-DUP-KEYS
           MOVE 0 TO WS-TBL-UNSORTED
           MOVE 0 TO WS-TBL-KEY-OUTSIDE
           MOVE SPACES TO WS-FIRST-DUP-KEY
           MOVE SPACES TO WS-FIRST-UNSORTED-KEY
           MOVE "N" TO WS-HAVE-PREV-KEY

           PERFORM 2100-LOAD-COLUMNS

           MOVE FILE_NAME OF CATALOG-RECORD TO WS-DATA-FILE-NAME
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               ADD 1 TO WS-CNT-UNREADABLE
               MOVE "B" TO DP-GRADE
               MOVE "DATEI NICHT LESBAR" TO DP-REASON
               MOVE SPACES TO DP-DETAIL
               STRING
                   "STATUS=" DELIMITED BY SIZE
                   WS-DATA-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DATA-FILE-NAME DELIMITED BY SPACE
                   INTO DP-DETAIL
               END-STRING
               PERFORM 2900-RELEASE-LINE
               GO TO 2099-PROFILE-TABLE-EXIT
           END-IF

           MOVE "N" TO WS-EOF-DATA
           PERFORM UNTIL EOF-DATA OR WS-TBL-READ >= WS-SAMPLE-SIZE
               READ DATA-FILE
                   AT END
                       SET EOF-DATA TO TRUE
                   NOT AT END
                       PERFORM 2200-CHECK-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           ADD WS-TBL-READ TO WS-CNT-RECORDS

           PERFORM 2500-RELEASE-TABLE-RESULTS.

       2099-PROFILE-TABLE-EXIT.
           CONTINUE.

      *      COLUMNS-Zeilen in ORDINAL_POSITION-Folge; die Lage im
      *      Satz ergibt sich aus der Summe der vorangehenden
      *      COLUMN_SIZE:
       2100-LOAD-COLUMNS.
           MOVE 0 TO WS-COL-COUNT
           IF WS-CUR-RECFORM = "V"
               MOVE 1 TO WS-NEXT-POS
           ELSE
               MOVE 5 TO WS-NEXT-POS
           END-IF
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
                           PERFORM 2110-ADD-COLUMN
                       END-IF
               END-READ
           END-PERFORM.

       2110-ADD-COLUMN.
           IF WS-COL-COUNT >= WS-MAX-COL-ENTRIES
               DISPLAY "SOSODBDP: MEHR ALS " WS-MAX-COL-ENTRIES
                   " COLUMNS-ZEILEN FUER " WS-CUR-TABLE
                   ", LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-COL-COUNT
           MOVE COLUMN_NAME TO COL-NAME (WS-COL-COUNT)
           MOVE DATA_TYPE TO COL-TYPE (WS-COL-COUNT)
           MOVE WS-NEXT-POS TO COL-POS (WS-COL-COUNT)
           MOVE COLUMN_SIZE TO COL-SIZE (WS-COL-COUNT)
           MOVE 0 TO COL-CNT-INVALID (WS-COL-COUNT)
           MOVE 0 TO COL-CNT-EMPTY (WS-COL-COUNT)
           MOVE 0 TO COL-CNT-LOW (WS-COL-COUNT)
           ADD COLUMN_SIZE TO WS-NEXT-POS.

       2200-CHECK-RECORD.
           ADD 1 TO WS-TBL-READ
           IF WS-REC-LEN > WS-TBL-LONGEST
               MOVE WS-REC-LEN TO WS-TBL-LONGEST
           END-IF
           IF WS-REC-LEN < WS-TBL-SHORTEST
               MOVE WS-REC-LEN TO WS-TBL-SHORTEST
           END-IF
           IF WS-CUR-RECFORM = "V"
               IF WS-REC-LEN > WS-ALLOWED-LEN
                   ADD 1 TO WS-TBL-BAD-LEN
               END-IF
           ELSE
               IF WS-REC-LEN NOT = WS-ALLOWED-LEN
                   ADD 1 TO WS-TBL-BAD-LEN
               END-IF
           END-IF

           IF WS-CUR-KEYLEN > 0
               PERFORM 2300-CHECK-KEY
           END-IF

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
               PERFORM 2400-CHECK-COLUMN
                   THRU 2499-CHECK-COLUMN-EXIT
           END-PERFORM.

      *      Gleicher Schlüssel wie im Vorsatz = Dublette, kleinerer
      *      = Folgefehler:
       2300-CHECK-KEY.
           IF WS-KEY-START + WS-CUR-KEYLEN - 1 > WS-REC-LEN
               ADD 1 TO WS-TBL-KEY-OUTSIDE
           ELSE
               IF HAVE-PREV-KEY
                   IF DATA-RECORD (WS-KEY-START:WS-KEY-CMP-LEN)
                           = WS-PREV-KEY (1:WS-KEY-CMP-LEN)
                       ADD 1 TO WS-TBL-DUP-KEYS
                       IF WS-FIRST-DUP-KEY = SPACES
                           MOVE DATA-RECORD (WS-KEY-START:
                                   WS-KEY-CMP-LEN)
                               TO WS-FIRST-DUP-KEY
                       END-IF
                   END-IF
                   IF DATA-RECORD (WS-KEY-START:WS-KEY-CMP-LEN)
                           < WS-PREV-KEY (1:WS-KEY-CMP-LEN)
                       ADD 1 TO WS-TBL-UNSORTED
                       IF WS-FIRST-UNSORTED-KEY = SPACES
                           MOVE DATA-RECORD (WS-KEY-START:
                                   WS-KEY-CMP-LEN)
                               TO WS-FIRST-UNSORTED-KEY
                       END-IF
                   END-IF
               END-IF
               MOVE DATA-RECORD (WS-KEY-START:WS-KEY-CMP-LEN)
                   TO WS-PREV-KEY (1:WS-KEY-CMP-LEN)
               SET HAVE-PREV-KEY TO TRUE
           END-IF.

      *      Ein Wert gilt entweder als LOW-VALUES, als leer oder
      *      (bei numerischen Typen) als ungültig - nie doppelt.
      *      Spalten hinter dem Ende eines kürzeren RECFORM=V-Satzes
      *      zählen nicht mit:
       2400-CHECK-COLUMN.
           IF COL-SIZE (WS-COL-SUB) = 0
               GO TO 2499-CHECK-COLUMN-EXIT
           END-IF
           COMPUTE WS-VALUE-END
               = COL-POS (WS-COL-SUB) + COL-SIZE (WS-COL-SUB) - 1
           IF WS-VALUE-END > WS-REC-LEN
               GO TO 2499-CHECK-COLUMN-EXIT
           END-IF
           IF DATA-RECORD (COL-POS (WS-COL-SUB):COL-SIZE (WS-COL-SUB))
                   = LOW-VALUES
               ADD 1 TO COL-CNT-LOW (WS-COL-SUB)
               GO TO 2499-CHECK-COLUMN-EXIT
           END-IF
           IF DATA-RECORD (COL-POS (WS-COL-SUB):COL-SIZE (WS-COL-SUB))
                   = SPACES
               ADD 1 TO COL-CNT-EMPTY (WS-COL-SUB)
               GO TO 2499-CHECK-COLUMN-EXIT
           END-IF
           EVALUATE COL-TYPE (WS-COL-SUB)
               WHEN "NUMERIC"
                   PERFORM 2410-CHECK-ZONED
               WHEN "DECIMAL"
                   PERFORM 2420-CHECK-PACKED
               WHEN OTHER
                   SET VALUE-OK TO TRUE
           END-EVALUATE
           IF NOT VALUE-OK
               ADD 1 TO COL-CNT-INVALID (WS-COL-SUB)
           END-IF.

       2499-CHECK-COLUMN-EXIT.
           CONTINUE.

      *      Ungepackt: alle Stellen 0-9, die letzte darf das
      *      Vorzeichen tragen:
       2410-CHECK-ZONED.
           SET VALUE-OK TO TRUE
           IF COL-SIZE (WS-COL-SUB) > 1
               IF DATA-RECORD (COL-POS (WS-COL-SUB):
                       COL-SIZE (WS-COL-SUB) - 1) IS NOT NUMERIC
                   MOVE "N" TO WS-VALUE-OK
               END-IF
           END-IF
           MOVE DATA-RECORD (WS-VALUE-END:1) TO WS-ZONE-X
           IF WS-ZONE-N IS NOT NUMERIC
               MOVE "N" TO WS-VALUE-OK
           END-IF.

      *      Gepackt: jedes Halbbyte 0-9, nur das letzte Halbbyte
      *      ist das Vorzeichen (A-F):
       2420-CHECK-PACKED.
           SET VALUE-OK TO TRUE
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > COL-SIZE (WS-COL-SUB)
                      OR NOT VALUE-OK
               COMPUTE WS-BYTE-POS
                   = COL-POS (WS-COL-SUB) + WS-BYTE-SUB - 1
               MOVE DATA-RECORD (WS-BYTE-POS:1) TO WS-BYTE-LOW
               DIVIDE WS-BYTE-VALUE BY 16
                   GIVING WS-NIBBLE-HIGH
                   REMAINDER WS-NIBBLE-LOW
               IF WS-NIBBLE-HIGH > 9
                   MOVE "N" TO WS-VALUE-OK
               END-IF
               IF WS-BYTE-SUB < COL-SIZE (WS-COL-SUB)
                   IF WS-NIBBLE-LOW > 9
                       MOVE "N" TO WS-VALUE-OK
                   END-IF
               ELSE
                   IF WS-NIBBLE-LOW < 10
                       MOVE "N" TO WS-VALUE-OK
                   END-IF
               END-IF
           END-PERFORM.

      *      Ergebnis einer Datei als Befund- und Hinweiszeilen:
       2500-RELEASE-TABLE-RESULTS.
           MOVE "H" TO DP-GRADE
           MOVE "STICHPROBE" TO DP-REASON
           MOVE WS-TBL-READ TO WS-CNT-DISP
           MOVE SPACES TO DP-DETAIL
           STRING
               WS-CNT-DISP DELIMITED BY SIZE
               " SAETZE GELESEN, " DELIMITED BY SIZE
               "RECFORM=" DELIMITED BY SIZE
               WS-CUR-RECFORM DELIMITED BY SIZE
               INTO DP-DETAIL
           END-STRING
           PERFORM 2900-RELEASE-LINE

           IF WS-TBL-READ = 0
               MOVE "H" TO DP-GRADE
               MOVE "DATEI LEER" TO DP-REASON
               MOVE SPACES TO DP-DETAIL
               PERFORM 2900-RELEASE-LINE
           END-IF

           IF WS-COL-COUNT = 0
               MOVE "H" TO DP-GRADE
               MOVE "KEINE COLUMNS-ZEILEN" TO DP-REASON
               MOVE SPACES TO DP-DETAIL
               PERFORM 2900-RELEASE-LINE
           ELSE
               IF WS-NEXT-POS - 1 > WS-ALLOWED-LEN
                   MOVE "B" TO DP-GRADE
                   MOVE "SPALTEN UEBER RECSIZE HINAUS" TO DP-REASON
                   COMPUTE WS-LEN-DISP = WS-NEXT-POS - 1
                   MOVE WS-ALLOWED-LEN TO WS-LEN-DISP2
                   MOVE SPACES TO DP-DETAIL
                   STRING
                       "LETZTE SPALTE ENDET AUF " DELIMITED BY SIZE
                       WS-LEN-DISP DELIMITED BY SIZE
                       ", ZULAESSIG " DELIMITED BY SIZE
                       WS-LEN-DISP2 DELIMITED BY SIZE
                       INTO DP-DETAIL
                   END-STRING
                   PERFORM 2900-RELEASE-LINE
               END-IF
           END-IF

           IF WS-TBL-BAD-LEN > 0
               MOVE "B" TO DP-GRADE
               MOVE "SATZLAENGE PASST NICHT" TO DP-REASON
               MOVE WS-TBL-BAD-LEN TO WS-CNT-DISP
               MOVE WS-TBL-SHORTEST TO WS-LEN-DISP
               MOVE WS-TBL-LONGEST TO WS-LEN-DISP2
               MOVE WS-ALLOWED-LEN TO WS-LEN-DISP3
               MOVE SPACES TO DP-DETAIL
               STRING
                   WS-CNT-DISP DELIMITED BY SIZE
                   " SAETZE, KUERZESTER " DELIMITED BY SIZE
                   WS-LEN-DISP DELIMITED BY SIZE
                   ", LAENGSTER " DELIMITED BY SIZE
                   WS-LEN-DISP2 DELIMITED BY SIZE
                   ", ZULAESSIG " DELIMITED BY SIZE
                   WS-LEN-DISP3 DELIMITED BY SIZE
                   INTO DP-DETAIL
               END-STRING
               PERFORM 2900-RELEASE-LINE
           END-IF

           IF WS-TBL-KEY-OUTSIDE > 0
               MOVE "B" TO DP-GRADE
               MOVE "SCHLUESSEL AUSSERHALB DES SATZES" TO DP-REASON
               MOVE WS-TBL-KEY-OUTSIDE TO WS-CNT-DISP
               MOVE SPACES TO DP-DETAIL
               STRING
                   WS-CNT-DISP DELIMITED BY SIZE
                   " SAETZE" DELIMITED BY SIZE
                   INTO DP-DETAIL
               END-STRING
               PERFORM 2900-RELEASE-LINE
           END-IF

           IF WS-TBL-DUP-KEYS > 0
               MOVE "B" TO DP-GRADE
               MOVE "DOPPELTE SCHLUESSEL" TO DP-REASON
               MOVE WS-TBL-DUP-KEYS TO WS-CNT-DISP
               MOVE SPACES TO DP-DETAIL
               STRING
                   WS-CNT-DISP DELIMITED BY SIZE
                   " MAL, ERSTER: " DELIMITED BY SIZE
                   WS-FIRST-DUP-KEY DELIMITED BY SIZE
                   INTO DP-DETAIL
               END-STRING
               PERFORM 2900-RELEASE-LINE
           END-IF

           IF WS-TBL-UNSORTED > 0
               MOVE "B" TO DP-GRADE
               MOVE "SCHLUESSEL NICHT AUFSTEIGEND" TO DP-REASON
               MOVE WS-TBL-UNSORTED TO WS-CNT-DISP
               MOVE SPACES TO DP-DETAIL
               STRING
                   WS-CNT-DISP DELIMITED BY SIZE
                   " MAL, ERSTER: " DELIMITED BY SIZE
                   WS-FIRST-UNSORTED-KEY DELIMITED BY SIZE
                   INTO DP-DETAIL
               END-STRING
               PERFORM 2900-RELEASE-LINE
           END-IF

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
               PERFORM 2600-RELEASE-COLUMN-RESULT
                   THRU 2699-RELEASE-COLUMN-RESULT-EXIT
           END-PERFORM.

      *      Numerische Spalten mit einem auffälligen Wert sind ein
      *      Befund, leere oder LOW-VALUES-Werte anderer Spalten nur
      *      ein Hinweis:
       2600-RELEASE-COLUMN-RESULT.
           IF COL-CNT-INVALID (WS-COL-SUB) = 0
                   AND COL-CNT-EMPTY (WS-COL-SUB) = 0
                   AND COL-CNT-LOW (WS-COL-SUB) = 0
               GO TO 2699-RELEASE-COLUMN-RESULT-EXIT
           END-IF
           IF COL-TYPE (WS-COL-SUB) = "NUMERIC"
                   OR COL-TYPE (WS-COL-SUB) = "DECIMAL"
               MOVE "B" TO DP-GRADE
               MOVE "NUMERISCHE SPALTE AUFFAELLIG" TO DP-REASON
           ELSE
               IF COL-CNT-INVALID (WS-COL-SUB) > 0
                   MOVE "B" TO DP-GRADE
               ELSE
                   MOVE "H" TO DP-GRADE
               END-IF
               MOVE "SPALTE LEER/LOW-VALUES" TO DP-REASON
           END-IF
           MOVE COL-CNT-INVALID (WS-COL-SUB) TO WS-CNT-DISP
           MOVE COL-CNT-EMPTY (WS-COL-SUB) TO WS-CNT-DISP2
           MOVE COL-CNT-LOW (WS-COL-SUB) TO WS-CNT-DISP3
           MOVE SPACES TO DP-DETAIL
           STRING
               COL-NAME (WS-COL-SUB) DELIMITED BY SPACE
               " UNGUELTIG" DELIMITED BY SIZE
               WS-CNT-DISP DELIMITED BY SIZE
               " LEER" DELIMITED BY SIZE
               WS-CNT-DISP2 DELIMITED BY SIZE
               " LOW-VALUES" DELIMITED BY SIZE
               WS-CNT-DISP3 DELIMITED BY SIZE
               INTO DP-DETAIL
           END-STRING
           PERFORM 2900-RELEASE-LINE.

       2699-RELEASE-COLUMN-RESULT-EXIT.
           CONTINUE.

       2900-RELEASE-LINE.
           IF DP-GRADE = "B"
               ADD 1 TO WS-FINDING-COUNT
           ELSE
               ADD 1 TO WS-CNT-HINTS
           END-IF
           ADD 1 TO WS-DR-SEQ
           MOVE WS-CUR-DEPT TO DP-DEPT
           MOVE WS-CUR-TABLE TO DP-TABLE
           MOVE WS-DR-SEQ TO DP-SEQ
           RELEASE DP-RECORD
           IF DP-REASON NOT = "STICHPROBE"
               PERFORM 2950-WRITE-FINDING
           END-IF.

      *      Befund oder Hinweis für die Morgenübersicht:
       2950-WRITE-FINDING.
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBDP" TO FIND_PROGRAM
           IF DP-GRADE = "B"
               MOVE 4 TO FIND_SEVERITY
           ELSE
               MOVE 0 TO FIND_SEVERITY
           END-IF
           MOVE DP-DEPT TO FIND_DEPT
           MOVE DP-TABLE TO FIND_TABLE_NAME
           MOVE SPACES TO FIND_ITEM
           EVALUATE DP-REASON
               WHEN "DATEI NICHT LESBAR"
                   MOVE "NICHT-LESBAR" TO FIND_CODE
               WHEN "DATEI LEER"
                   MOVE "DATEI-LEER" TO FIND_CODE
               WHEN "KEINE COLUMNS-ZEILEN"
                   MOVE "OHNE-COLUMNS" TO FIND_CODE
               WHEN "SPALTEN UEBER RECSIZE HINAUS"
                   MOVE "SPALTEN-RECSIZE" TO FIND_CODE
               WHEN "SATZLAENGE PASST NICHT"
                   MOVE "SATZLAENGE" TO FIND_CODE
               WHEN "SCHLUESSEL AUSSERHALB DES SATZES"
                   MOVE "KEY-AUSSERHALB" TO FIND_CODE
               WHEN "DOPPELTE SCHLUESSEL"
                   MOVE "KEY-DOPPELT" TO FIND_CODE
               WHEN "SCHLUESSEL NICHT AUFSTEIGEND"
                   MOVE "KEY-FOLGE" TO FIND_CODE
               WHEN "NUMERISCHE SPALTE AUFFAELLIG"
                   MOVE "NUM-UNGUELTIG" TO FIND_CODE
                   UNSTRING DP-DETAIL DELIMITED BY SPACE
                       INTO FIND_ITEM
                   END-UNSTRING
               WHEN OTHER
                   MOVE "SPALTE-LEER" TO FIND_CODE
                   UNSTRING DP-DETAIL DELIMITED BY SPACE
                       INTO FIND_ITEM
                   END-UNSTRING
           END-EVALUATE
           MOVE SPACES TO FIND_TEXT
           STRING
               DP-REASON DELIMITED BY "  "
               " " DELIMITED BY SIZE
               DP-DETAIL DELIMITED BY SIZE
               INTO FIND_TEXT
           END-STRING
           WRITE FINDINGS-RECORD.

      *      Laufvermerk: die Inhaltsprüfung ist vollständig
      *      durchgelaufen:
       2960-WRITE-RUN-MARKER.
           MOVE SPACES TO FINDINGS-RECORD
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBDP" TO FIND_PROGRAM
           MOVE 0 TO FIND_SEVERITY
           MOVE "*LAUF" TO FIND_CODE
           WRITE FINDINGS-RECORD
           CLOSE FINDINGS-FILE.

      *      Bericht nach zuständiger Abteilung gruppiert (wie
      *      SOSODBIC):
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR DP-DEPT NOT = WS-PREV-DEPT
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE DP-DEPT TO WS-PREV-DEPT
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE DP-DEPT TO DEPT-HDR-NAME
                           WRITE REPORT-LINE FROM DEPT-HDR-LINE
                       END-IF
                       IF DP-GRADE = "B"
                           MOVE "BEFUND" TO DTL-GRADE
                       ELSE
                           MOVE "HINWEIS" TO DTL-GRADE
                       END-IF
                       MOVE DP-REASON TO DTL-REASON
                       MOVE DP-TABLE TO DTL-TABLE
                       MOVE DP-DETAIL TO DTL-DETAIL
                       WRITE REPORT-LINE FROM DETAIL-LINE
               END-RETURN
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATEIEN GEPRUEFT" TO SUM-TEXT
           MOVE WS-CNT-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "DATEIEN NICHT LESBAR" TO SUM-TEXT
           MOVE WS-CNT-UNREADABLE TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "SAETZE GELESEN" TO SUM-TEXT
           MOVE WS-CNT-RECORDS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "HINWEISE" TO SUM-TEXT
           MOVE WS-CNT-HINTS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFUNDE" TO SUM-TEXT
           MOVE WS-FINDING-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RUN-ID TO RUN-REQ-RUN-ID
           MOVE WS-CNT-RECORDS TO RUN-REQ-READ
           MOVE WS-CNT-TABLES TO RUN-REQ-WRITTEN
           MOVE WS-CNT-UNREADABLE TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
