      *----------------------------------------------------------------
      * SOSODBIM - Arbeitsliste der Jobs nach einer Änderung des
      *            Satzaufbaus durch einen SOSODBM-Lauf
      *
      * Ändert ein Pflegelauf die COLUMNS-Zeilen einer Tabelle oder
      * ihre CATALOG_RECFORM/RECSIZE/KEYPOS/KEYLEN, erfuhren die
      * Jobs, die diese Tabelle lesen, bisher nichts davon: sie
      * brachen in der nächsten Nacht mit falscher Satzlänge ab oder
      * lasen, schlimmer, verschobene Felder ohne jede Fehlermeldung.
      *
      * Dieses Programm wertet die Vorbild-Sätze (BEFLOG, Layout
      * SOSODBCB) eines SOSODBM-Laufs aus. Die Laufkennung kommt aus
      * der Steuerkarte IMPIN (wie BACKIN von SOSODBBO); fehlt sie,
      * gilt die LAUFKENNUNG aus RUNSTAT, also der letzte Lauf - so
      * kann der Job direkt hinter SOSODBM eingeplant werden.
      *
      * Je angefasstem TABLE_NAME wird der Satzaufbau vor dem Lauf
      * aus dem heutigen Stand und dem jeweils ersten Vorbild-Satz
      * des Laufs je Schlüssel zurückgewonnen (bei UPDATE und DELETE
      * das Abbild, ein INSERT gab es vorher nicht) und mit dem
      * heutigen Stand in CATALOG und COLUMNS verglichen. Hat ein
      * späterer Lauf dieselbe Tabelle erneut geändert, enthält der
      * Vergleich auch dessen Änderungen. Verglichen wird wie in
      * SOSODBPC nach COLUMN_NAME; ausgewiesen werden neue,
      * entfallene und in Länge oder Typ geänderte Felder sowie
      * Felder, die im Satz an einer anderen Byteposition stehen als
      * vorher - für einen lesenden Job zählt die Byteposition, nicht
      * die Reihenfolge, deshalb gilt hier (anders als in SOSODBPC)
      * auch ein Feld hinter einem neu eingefügten als verschoben.
      * Dazu kommen Änderungen von RECFORM, RECSIZE, KEYPOS und
      * KEYLEN. Änderungen nur an REMARKS, FILE_NAME und ähnlichen
      * Angaben sind keine Änderung des Satzaufbaus und entfallen.
      *
      * Betroffen sind alle Jobs, die die Tabelle laut JOBUSES
      * (Layout SOSODBCJ) benutzen, und alle Jobs, die eine VIEW
      * benutzen, deren VIEWMBRS-Zeilen die Datei der Tabelle
      * einbinden (wie der Verwendungsnachweis SOSODBWU). Nach
      * IMPACTRPT geht je JOB_OWNER_DEPT und Job die Tabelle mit
      * alter und neuer RECSIZE und den einzelnen Änderungen; eine
      * geänderte Tabelle ohne eingetragenen Job erscheint unter
      * ihrer CATALOG_OWNER_DEPT. Nach IMPWORK (Layout SOSODBCW)
      * geht je Job und Tabelle ein Satz der Arbeitsliste zum
      * Übersetzen und Nachtesten.
      *
      * Geändert wird nichts. Returncode: 0 wenn kein Job betroffen
      * ist, 4 sobald ein Job auf der Arbeitsliste steht oder zu
      * einer Laufkennung aus IMPIN kein BEFLOG-Satz gefunden wurde,
      * 8 wenn keine Laufkennung vorlag oder eine Pflichtdatei
      * scheiterte.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "IMPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BEFLOG-FILE ASSIGN TO "BEFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFLOG-STATUS.

           SELECT CHGWORK-FILE ASSIGN TO "IMCHGWK"
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

           SELECT OPTIONAL VIEWMBRS-FILE ASSIGN TO "VIEWMBRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEWMBRS_KEY
               FILE STATUS IS WS-VIEWMBRS-STATUS.

           SELECT OPTIONAL JOBUSES-FILE ASSIGN TO "JOBUSES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBUSES_KEY
               FILE STATUS IS WS-JOBUSES-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "IMPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "IMPACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-SORT ASSIGN TO "SRTWORK".

           SELECT SORT-WORK ASSIGN TO "SRTWORK2".

       DATA DIVISION.
       FILE SECTION.
      *      Wahlfreie Steuerkarte mit der Laufkennung:
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 IMP-RUN-ID.
              10 IMP-RUN-DATE         PIC 9(8).
              10 IMP-RUN-TIME         PIC 9(6).

      *      Laufzusammenfassung von SOSODBM; die erste Zeile trägt
      *      "LAUFKENNUNG " und die Laufkennung:
       FD  RUNSTAT-FILE.
       01  RUNSTAT-LINE                PIC X(60).

       FD  BEFLOG-FILE.
       01  BEFLOG-RECORD.
           COPY "sosodbcb.cob".

      *      Die Vorbild-Sätze des Laufs zu CATALOG und COLUMNS,
      *      nach TABLE_NAME, Dateiart und Folge sortiert:
       FD  CHGWORK-FILE.
       01  CHGWORK-RECORD.
           05 CW-TABLE                PIC X(50).
           05 CW-KIND                 PIC X(8).
           05 CW-SEQ                  PIC 9(7).
           05 CW-ACTION               PIC X(6).
           05 CW-IMAGE                PIC X(662).

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

       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD.
           COPY "sosodbcw.cob".

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(180).

       SD  CHANGE-SORT.
       01  CS-RECORD.
           05 CS-TABLE                PIC X(50).
           05 CS-KIND                 PIC X(8).
           05 CS-SEQ                  PIC 9(7).
           05 CS-ACTION               PIC X(6).
           05 CS-IMAGE                PIC X(662).

      *      Je Abteilung, Job und Tabelle ein Kopfsatz (IM-SEQ 0)
      *      mit den Satzlängen, dahinter die einzelnen Änderungen:
       SD  SORT-WORK.
       01  IM-RECORD.
           05 IM-DEPT                 PIC X(20).
           05 IM-JOB                  PIC X(8).
           05 IM-TABLE                PIC X(50).
           05 IM-VIA                  PIC X(50).
           05 IM-SEQ                  PIC 9(5).
           05 IM-OLD-RECSIZE          PIC 9(5).
           05 IM-NEW-RECSIZE          PIC 9(5).
           05 IM-CHANGES              PIC 9(5).
           05 IM-REASON               PIC X(32).
           05 IM-DETAIL               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BEFLOG-STATUS           PIC X(2).
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-COLUMNS-STATUS          PIC X(2).
       01  WS-VIEWMBRS-STATUS         PIC X(2).
       01  WS-JOBUSES-STATUS          PIC X(2).
       01  WS-EOF-CONTROL             PIC X(1) VALUE "N".
           88 EOF-CONTROL             VALUE "Y".
       01  WS-EOF-BEFLOG              PIC X(1) VALUE "N".
           88 EOF-BEFLOG              VALUE "Y".
       01  WS-EOF-CHGWORK             PIC X(1) VALUE "N".
           88 EOF-CHGWORK             VALUE "Y".
       01  WS-EOF-COLUMNS             PIC X(1).
           88 EOF-COLUMNS             VALUE "Y".
       01  WS-EOF-VIEWMBRS            PIC X(1).
           88 EOF-VIEWMBRS            VALUE "Y".
       01  WS-EOF-JOBUSES             PIC X(1).
           88 EOF-JOBUSES             VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".

      *      Auszuwertender Lauf; "J" wenn die Kennung aus IMPIN
      *      kam:
       01  WS-RUN-ID.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-TIME             PIC 9(6).
       01  WS-RUNSTAT-ID              PIC X(14).
       01  WS-RUN-FROM-CARD           PIC X(1) VALUE "N".
           88 RUN-FROM-CARD           VALUE "J".

      *      Gruppenwechsel nach TABLE_NAME in IMCHGWK:
       01  WS-CUR-TABLE               PIC X(50).
       01  WS-FIRST-TABLE             PIC X(1).
           88 FIRST-TABLE             VALUE "Y".

      *      Erster CATALOG-Vorbild-Satz des Laufs zur Tabelle
      *      (leer = CATALOG-Satz im Lauf nicht angefasst):
       01  WS-CAT-FIRST-ACTION        PIC X(6).
       01  IM-CATALOG-IMAGE.
           COPY "sosodbc.cob".
       01  IM-COLUMNS-IMAGE.
           COPY "sosodbcs.cob".

      *      Satzaufbau vor und nach dem Lauf; "J" = Tabelle gab es:
       01  WS-OLD-EXISTS              PIC X(1).
       01  WS-OLD-RECFORM             PIC X(1).
       01  WS-OLD-RECSIZE             PIC 9(5).
       01  WS-OLD-KEYPOS              PIC 9(5).
       01  WS-OLD-KEYLEN              PIC 9(5).
       01  WS-NEW-EXISTS              PIC X(1).
       01  WS-NEW-RECFORM             PIC X(1).
       01  WS-NEW-RECSIZE             PIC 9(5).
       01  WS-NEW-KEYPOS              PIC 9(5).
       01  WS-NEW-KEYLEN              PIC 9(5).
       01  WS-TABLE-DEPT              PIC X(20).
       01  WS-TABLE-FILE              PIC X(400).

      *      Im Lauf angefasste ORDINAL_POSITIONs mit ihrem ersten
      *      Vorbild-Satz:
       01  WS-MAX-RUN                 PIC 9(4) VALUE 2000.
       01  WS-RUN-COUNT               PIC 9(4) VALUE 0.
       01  WS-RUN-SUB                 PIC 9(4).
       01  WS-RUN-FOUND               PIC 9(4).
       01  RUN-TABLE.
           05 RUN-ENTRY OCCURS 2000 TIMES.
              10 RUN-ORD              PIC 9(4).
              10 RUN-ACTION           PIC X(6).
              10 RUN-NAME             PIC X(30).
              10 RUN-TYPE             PIC X(20).
              10 RUN-SIZE             PIC 9(9).

      *      COLUMNS-Zeilen nach dem Lauf (heutiger Stand):
       01  WS-MAX-NEW                 PIC 9(4) VALUE 2000.
       01  WS-NEW-COUNT               PIC 9(4) VALUE 0.
       01  WS-NEW-SUB                 PIC 9(4).
       01  NEW-TABLE.
           05 NEW-ENTRY OCCURS 2000 TIMES.
              10 NEW-ORD              PIC 9(4).
              10 NEW-NAME             PIC X(30).
              10 NEW-TYPE             PIC X(20).
              10 NEW-SIZE             PIC 9(9).
              10 NEW-POS              PIC 9(9).

      *      COLUMNS-Zeilen vor dem Lauf, nach ORDINAL_POSITION
      *      geordnet:
       01  WS-MAX-OLD                 PIC 9(4) VALUE 2000.
       01  WS-OLD-COUNT               PIC 9(4) VALUE 0.
       01  WS-OLD-SUB                 PIC 9(4).
       01  WS-FOUND-SUB               PIC 9(4).
       01  WS-INS-SUB                 PIC 9(4).
       01  WS-INS-DONE                PIC X(1).
           88 INS-DONE                VALUE "Y".
       01  OLD-TABLE.
           05 OLD-ENTRY OCCURS 2000 TIMES.
              10 OLD-ORD              PIC 9(4).
              10 OLD-NAME             PIC X(30).
              10 OLD-TYPE             PIC X(20).
              10 OLD-SIZE             PIC 9(9).
              10 OLD-POS              PIC 9(9).
              10 OLD-MATCHED          PIC X(1).
       01  WS-ADD-ORD                 PIC 9(4).
       01  WS-ADD-NAME                PIC X(30).
       01  WS-ADD-TYPE                PIC X(20).
       01  WS-ADD-SIZE                PIC 9(9).
       01  WS-NEXT-POS                PIC 9(9).

      *      Änderungen der Tabelle; je Feld höchstens zwei Zeilen
      *      und je Seite höchstens 2000 Felder, dazu die
      *      Katalogangaben - die Tabelle kann nicht überlaufen:
       01  WS-CHG-COUNT               PIC 9(4) VALUE 0.
       01  WS-CHG-SUB                 PIC 9(4).
       01  CHG-TABLE.
           05 CHG-ENTRY OCCURS 4010 TIMES.
              10 CHG-REASON           PIC X(32).
              10 CHG-DETAIL           PIC X(100).
       01  WS-CHG-REASON              PIC X(32).
       01  WS-CHG-DETAIL              PIC X(100).

      *      Betroffene Jobs je Tabelle:
       01  WS-VIEW-NAME               PIC X(50).
       01  WS-USE-NAME                PIC X(50).
       01  WS-TABLE-JOBS              PIC 9(5).

       01  WS-NUM-DISP                PIC Z(8)9.
       01  WS-NUM-DISP2               PIC Z(8)9.

       01  WS-CNT-SELECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-TABLES              PIC 9(7) VALUE 0.
       01  WS-CNT-CHANGED-TABLES      PIC 9(7) VALUE 0.
       01  WS-CNT-NO-JOB              PIC 9(7) VALUE 0.
       01  WS-CNT-WORKLIST            PIC 9(7) VALUE 0.
       01  WS-CNT-ADDED               PIC 9(7) VALUE 0.
       01  WS-CNT-DROPPED             PIC 9(7) VALUE 0.
       01  WS-CNT-RESIZED             PIC 9(7) VALUE 0.
       01  WS-CNT-MOVED               PIC 9(7) VALUE 0.
       01  WS-CNT-CATALOG             PIC 9(7) VALUE 0.

       01  RUN-HDR-LINE.
           05 FILLER                  PIC X(40)
               VALUE "SATZAUFBAU-AENDERUNGEN DES SOSODBM-LAUFS".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RHD-RUN-ID              PIC X(14).

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  JOB-HDR-LINE.
           05 FILLER                  PIC X(5) VALUE "JOB: ".
           05 JHD-JOB                 PIC X(10).
           05 FILLER                  PIC X(12) VALUE "TABLE_NAME: ".
           05 JHD-TABLE               PIC X(52).
           05 FILLER                  PIC X(12) VALUE "RECSIZE ALT ".
           05 JHD-OLD-RECSIZE         PIC Z(4)9.
           05 FILLER                  PIC X(5) VALUE " NEU ".
           05 JHD-NEW-RECSIZE         PIC Z(4)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 JHD-VIA                 PIC X(62).

       01  DETAIL-LINE.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 DTL-REASON              PIC X(32).
           05 DTL-DETAIL              PIC X(100).

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0500-DETERMINE-RUN

           OPEN INPUT BEFLOG-FILE
           IF WS-BEFLOG-STATUS NOT = "00"
               DISPLAY "SOSODBIM: BEFLOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-BEFLOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBIM: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: die Datei gibt es noch nicht, dann ist sie
      *      leer. Jeder andere Fehler würde betroffene Jobs
      *      verschweigen, deshalb Abbruch:
           OPEN INPUT COLUMNS-FILE
           IF WS-COLUMNS-STATUS NOT = "00"
                   AND WS-COLUMNS-STATUS NOT = "05"
               DISPLAY "SOSODBIM: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
           IF WS-VIEWMBRS-STATUS NOT = "00"
                   AND WS-VIEWMBRS-STATUS NOT = "05"
               DISPLAY "SOSODBIM: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT JOBUSES-FILE
           IF WS-JOBUSES-STATUS NOT = "00"
                   AND WS-JOBUSES-STATUS NOT = "05"
               DISPLAY "SOSODBIM: JOBUSES OPEN FEHLGESCHLAGEN, STATUS="
                   WS-JOBUSES-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-ID TO RHD-RUN-ID
           WRITE REPORT-LINE FROM RUN-HDR-LINE

      *      Erst die Vorbild-Sätze des Laufs je Tabelle ordnen,
      *      dann die Ergebnisse je Abteilung und Job:
           SORT CHANGE-SORT
               ON ASCENDING KEY CS-TABLE
                                CS-KIND
                                CS-SEQ
               INPUT PROCEDURE IS 1000-SELECT-RUN-RECORDS
               GIVING CHGWORK-FILE

           SORT SORT-WORK
               ON ASCENDING KEY IM-DEPT
                                IM-JOB
                                IM-TABLE
                                IM-VIA
                                IM-SEQ
               INPUT PROCEDURE IS 2000-ANALYSE-RUN
               OUTPUT PROCEDURE IS 5000-PRINT-WORKLIST

           PERFORM 8000-WRITE-TOTALS

           CLOSE BEFLOG-FILE
           CLOSE CATALOG-FILE
           CLOSE COLUMNS-FILE
           CLOSE VIEWMBRS-FILE
           CLOSE JOBUSES-FILE
           CLOSE WORKLIST-FILE
           CLOSE REPORT-FILE

           DISPLAY "SOSODBIM: LAUF " WS-RUN-ID
           DISPLAY "SOSODBIM: BEFLOG-SAETZE:     " WS-CNT-SELECTED
           DISPLAY "SOSODBIM: TABELLEN GEAENDERT: "
               WS-CNT-CHANGED-TABLES
           DISPLAY "SOSODBIM: ARBEITSLISTE:       " WS-CNT-WORKLIST

           MOVE 0 TO RETURN-CODE
           IF WS-CNT-SELECTED = 0 AND RUN-FROM-CARD
               DISPLAY "SOSODBIM: KEIN BEFLOG-SATZ ZUR LAUFKENNUNG "
                   WS-RUN-ID
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CNT-WORKLIST > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBIM" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Laufkennung aus IMPIN, sonst aus der ersten Zeile von
      *      RUNSTAT:
       0500-DETERMINE-RUN.
           MOVE 0 TO WS-RUN-ID
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   SET EOF-CONTROL TO TRUE
               NOT AT END
                   IF IMP-RUN-ID IS NUMERIC
                       MOVE IMP-RUN-ID TO WS-RUN-ID
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           IF WS-RUN-ID NOT = 0
               SET RUN-FROM-CARD TO TRUE
           ELSE
               OPEN INPUT RUNSTAT-FILE
               READ RUNSTAT-FILE
                   AT END
                       MOVE SPACES TO RUNSTAT-LINE
               END-READ
               IF RUNSTAT-LINE (1:12) = "LAUFKENNUNG "
                   MOVE RUNSTAT-LINE (13:14) TO WS-RUNSTAT-ID
                   IF WS-RUNSTAT-ID IS NUMERIC
                       MOVE WS-RUNSTAT-ID TO WS-RUN-ID
                   END-IF
               END-IF
               CLOSE RUNSTAT-FILE
           END-IF
           IF WS-RUN-ID = 0
               DISPLAY "SOSODBIM: KEINE LAUFKENNUNG IN IMPIN ODER "
                   "RUNSTAT"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           DISPLAY "SOSODBIM: WERTE LAUF " WS-RUN-ID " AUS".

      *      Nur CATALOG und COLUMNS bestimmen den Satzaufbau;
      *      VIEWMBRS-Zeilen bleiben außer Betracht:
       1000-SELECT-RUN-RECORDS.
           PERFORM UNTIL EOF-BEFLOG
               READ BEFLOG-FILE
                   AT END
                       SET EOF-BEFLOG TO TRUE
                   NOT AT END
                       IF BEFORE_RUN_ID = WS-RUN-ID
                           AND (BEFORE_FILE_KIND = "CATALOG"
                             OR BEFORE_FILE_KIND = "COLUMNS")
                           ADD 1 TO WS-CNT-SELECTED
                           MOVE BEFORE_TABLE_NAME TO CS-TABLE
                           MOVE BEFORE_FILE_KIND TO CS-KIND
                           MOVE BEFORE_SEQ_NO TO CS-SEQ
                           MOVE BEFORE_ACTION TO CS-ACTION
                           MOVE BEFORE_IMAGE TO CS-IMAGE
                           RELEASE CS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *      IMCHGWK je TABLE_NAME auswerten:
       2000-ANALYSE-RUN.
           MOVE "Y" TO WS-FIRST-TABLE
           OPEN INPUT CHGWORK-FILE
           PERFORM UNTIL EOF-CHGWORK
               READ CHGWORK-FILE
                   AT END
                       SET EOF-CHGWORK TO TRUE
                   NOT AT END
                       IF NOT FIRST-TABLE
                               AND CW-TABLE NOT = WS-CUR-TABLE
                           PERFORM 3000-PROCESS-TABLE
                               THRU 3099-PROCESS-TABLE-EXIT
                       END-IF
                       IF FIRST-TABLE OR CW-TABLE NOT = WS-CUR-TABLE
                           MOVE "N" TO WS-FIRST-TABLE
                           MOVE CW-TABLE TO WS-CUR-TABLE
                           MOVE SPACES TO WS-CAT-FIRST-ACTION
                           MOVE 0 TO WS-RUN-COUNT
                       END-IF
                       PERFORM 2100-TAKE-CHANGE
               END-READ
           END-PERFORM
           IF NOT FIRST-TABLE
               PERFORM 3000-PROCESS-TABLE
                   THRU 3099-PROCESS-TABLE-EXIT
           END-IF
           CLOSE CHGWORK-FILE.

      *      Je Schlüssel zählt nur der erste Vorbild-Satz des Laufs
      *      (aufsteigende Folge), er zeigt den Stand vor dem Lauf:
       2100-TAKE-CHANGE.
           IF CW-KIND = "CATALOG"
               IF WS-CAT-FIRST-ACTION = SPACES
                   MOVE CW-ACTION TO WS-CAT-FIRST-ACTION
                   MOVE CW-IMAGE TO IM-CATALOG-IMAGE
               END-IF
           ELSE
               MOVE CW-IMAGE TO IM-COLUMNS-IMAGE
               PERFORM 2110-FIND-RUN-COLUMN
               IF WS-RUN-FOUND = 0
                   PERFORM 2120-ADD-RUN-COLUMN
               END-IF
           END-IF.

       2110-FIND-RUN-COLUMN.
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
                      OR WS-RUN-FOUND > 0
               IF RUN-ORD (WS-RUN-SUB)
                       = ORDINAL_POSITION OF IM-COLUMNS-IMAGE
                   MOVE WS-RUN-SUB TO WS-RUN-FOUND
               END-IF
           END-PERFORM.

       2120-ADD-RUN-COLUMN.
           IF WS-RUN-COUNT >= WS-MAX-RUN
               DISPLAY "SOSODBIM: MEHR ALS " WS-MAX-RUN
                   " GEAENDERTE SPALTEN FUER " WS-CUR-TABLE
                   ", LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE ORDINAL_POSITION OF IM-COLUMNS-IMAGE
               TO RUN-ORD (WS-RUN-COUNT)
           MOVE CW-ACTION TO RUN-ACTION (WS-RUN-COUNT)
           MOVE COLUMN_NAME OF IM-COLUMNS-IMAGE
               TO RUN-NAME (WS-RUN-COUNT)
           MOVE DATA_TYPE OF IM-COLUMNS-IMAGE
               TO RUN-TYPE (WS-RUN-COUNT)
           MOVE COLUMN_SIZE OF IM-COLUMNS-IMAGE
               TO RUN-SIZE (WS-RUN-COUNT).

      *      Satzaufbau vor und nach dem Lauf vergleichen und bei
      *      einer Änderung die betroffenen Jobs freigeben:
       3000-PROCESS-TABLE.
           ADD 1 TO WS-CNT-TABLES
           MOVE 0 TO WS-CHG-COUNT
           PERFORM 3050-READ-CATALOG

      *      Eine im Lauf angelegte Tabelle hat noch keinen
      *      lesenden Job, eine ausgetragene keinen mehr (SOSODBM
      *      weist das Austragen ab, solange JOBUSES sie führt):
           IF WS-OLD-EXISTS = "N" OR WS-NEW-EXISTS = "N"
               GO TO 3099-PROCESS-TABLE-EXIT
           END-IF
           PERFORM 3200-LOAD-NEW-COLUMNS
           PERFORM 3300-BUILD-OLD-COLUMNS
           PERFORM 3400-COMPUTE-POSITIONS
           PERFORM 3500-COMPARE-COLUMNS
           PERFORM 3600-COMPARE-CATALOG
           IF WS-CHG-COUNT = 0
               GO TO 3099-PROCESS-TABLE-EXIT
           END-IF

           ADD 1 TO WS-CNT-CHANGED-TABLES
           MOVE 0 TO WS-TABLE-JOBS
           MOVE WS-CUR-TABLE TO WS-USE-NAME
           MOVE SPACES TO WS-VIEW-NAME
           PERFORM 3700-SCAN-JOBUSES
           IF WS-TABLE-FILE NOT = SPACES
               PERFORM 3750-SCAN-VIEWS
           END-IF
           IF WS-TABLE-JOBS = 0
               PERFORM 3800-RELEASE-NO-JOB
           END-IF.

       3099-PROCESS-TABLE-EXIT.
           CONTINUE.

      *      Stand nach dem Lauf aus CATALOG, Stand vor dem Lauf aus
      *      dem ersten CATALOG-Vorbild-Satz (ohne einen solchen wie
      *      nach dem Lauf):
       3050-READ-CATALOG.
           MOVE WS-CUR-TABLE TO TABLE_NAME OF CATALOG-RECORD
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "N" TO WS-NEW-EXISTS
                   MOVE SPACE TO WS-NEW-RECFORM
                   MOVE 0 TO WS-NEW-RECSIZE
                   MOVE 0 TO WS-NEW-KEYPOS
                   MOVE 0 TO WS-NEW-KEYLEN
                   MOVE SPACES TO WS-TABLE-DEPT
                   MOVE SPACES TO WS-TABLE-FILE
               NOT INVALID KEY
                   MOVE "J" TO WS-NEW-EXISTS
                   MOVE CATALOG_RECFORM OF CATALOG-RECORD
                       TO WS-NEW-RECFORM
                   MOVE CATALOG_RECSIZE OF CATALOG-RECORD
                       TO WS-NEW-RECSIZE
                   MOVE CATALOG_KEYPOS OF CATALOG-RECORD
                       TO WS-NEW-KEYPOS
                   MOVE CATALOG_KEYLEN OF CATALOG-RECORD
                       TO WS-NEW-KEYLEN
                   MOVE CATALOG_OWNER_DEPT OF CATALOG-RECORD
                       TO WS-TABLE-DEPT
                   MOVE FILE_NAME OF CATALOG-RECORD TO WS-TABLE-FILE
           END-READ
           EVALUATE WS-CAT-FIRST-ACTION
               WHEN SPACES
                   MOVE WS-NEW-EXISTS TO WS-OLD-EXISTS
                   MOVE WS-NEW-RECFORM TO WS-OLD-RECFORM
                   MOVE WS-NEW-RECSIZE TO WS-OLD-RECSIZE
                   MOVE WS-NEW-KEYPOS TO WS-OLD-KEYPOS
                   MOVE WS-NEW-KEYLEN TO WS-OLD-KEYLEN
               WHEN "INSERT"
                   MOVE "N" TO WS-OLD-EXISTS
                   MOVE SPACE TO WS-OLD-RECFORM
                   MOVE 0 TO WS-OLD-RECSIZE
                   MOVE 0 TO WS-OLD-KEYPOS
                   MOVE 0 TO WS-OLD-KEYLEN
               WHEN OTHER
                   MOVE "J" TO WS-OLD-EXISTS
                   MOVE CATALOG_RECFORM OF IM-CATALOG-IMAGE
                       TO WS-OLD-RECFORM
                   MOVE CATALOG_RECSIZE OF IM-CATALOG-IMAGE
                       TO WS-OLD-RECSIZE
                   MOVE CATALOG_KEYPOS OF IM-CATALOG-IMAGE
                       TO WS-OLD-KEYPOS
                   MOVE CATALOG_KEYLEN OF IM-CATALOG-IMAGE
                       TO WS-OLD-KEYLEN
           END-EVALUATE.

      *      COLUMNS-Zeilen des TABLE_NAME über COLUMNS_KEY lesen
      *      (wie in SOSODBPC):
       3200-LOAD-NEW-COLUMNS.
           MOVE 0 TO WS-NEW-COUNT
           MOVE "N" TO WS-EOF-COLUMNS
           MOVE WS-CUR-TABLE TO TABLE_NAME OF COLUMNS-RECORD
           MOVE 0 TO ORDINAL_POSITION OF COLUMNS-RECORD
           START COLUMNS-FILE
               KEY IS NOT LESS THAN COLUMNS_KEY OF COLUMNS-RECORD
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
                           PERFORM 3210-ADD-NEW-COLUMN
                       END-IF
               END-READ
           END-PERFORM.

       3210-ADD-NEW-COLUMN.
           IF WS-NEW-COUNT >= WS-MAX-NEW
               DISPLAY "SOSODBIM: MEHR ALS " WS-MAX-NEW
                   " COLUMNS-ZEILEN FUER " WS-CUR-TABLE
                   ", LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE ORDINAL_POSITION OF COLUMNS-RECORD
               TO NEW-ORD (WS-NEW-COUNT)
           MOVE COLUMN_NAME OF COLUMNS-RECORD
               TO NEW-NAME (WS-NEW-COUNT)
           MOVE DATA_TYPE OF COLUMNS-RECORD
               TO NEW-TYPE (WS-NEW-COUNT)
           MOVE COLUMN_SIZE OF COLUMNS-RECORD
               TO NEW-SIZE (WS-NEW-COUNT).

      *      Stand vor dem Lauf: jede heutige Zeile, die der Lauf
      *      nicht angefasst hat, und jede angefasste Zeile mit ihrem
      *      Abbild vor dem Lauf; erst im Lauf eingefügte Zeilen gab
      *      es vorher nicht:
       3300-BUILD-OLD-COLUMNS.
           MOVE 0 TO WS-OLD-COUNT
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               MOVE 0 TO WS-RUN-FOUND
               PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-COUNT
                          OR WS-RUN-FOUND > 0
                   IF RUN-ORD (WS-RUN-SUB) = NEW-ORD (WS-NEW-SUB)
                       MOVE WS-RUN-SUB TO WS-RUN-FOUND
                   END-IF
               END-PERFORM
               IF WS-RUN-FOUND = 0
                   MOVE NEW-ORD (WS-NEW-SUB) TO WS-ADD-ORD
                   MOVE NEW-NAME (WS-NEW-SUB) TO WS-ADD-NAME
                   MOVE NEW-TYPE (WS-NEW-SUB) TO WS-ADD-TYPE
                   MOVE NEW-SIZE (WS-NEW-SUB) TO WS-ADD-SIZE
                   PERFORM 3310-ADD-OLD-COLUMN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF RUN-ACTION (WS-RUN-SUB) NOT = "INSERT"
                   MOVE RUN-ORD (WS-RUN-SUB) TO WS-ADD-ORD
                   MOVE RUN-NAME (WS-RUN-SUB) TO WS-ADD-NAME
                   MOVE RUN-TYPE (WS-RUN-SUB) TO WS-ADD-TYPE
                   MOVE RUN-SIZE (WS-RUN-SUB) TO WS-ADD-SIZE
                   PERFORM 3310-ADD-OLD-COLUMN
               END-IF
           END-PERFORM.

      *      Zeile WS-ADD-* nach ORDINAL_POSITION einsortieren:
       3310-ADD-OLD-COLUMN.
           IF WS-OLD-COUNT >= WS-MAX-OLD
               DISPLAY "SOSODBIM: MEHR ALS " WS-MAX-OLD
                   " ALTE COLUMNS-ZEILEN FUER " WS-CUR-TABLE
                   ", LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE WS-OLD-COUNT TO WS-INS-SUB
           MOVE "N" TO WS-INS-DONE
           PERFORM UNTIL WS-INS-SUB = 0 OR INS-DONE
               IF OLD-ORD (WS-INS-SUB) > WS-ADD-ORD
                   MOVE OLD-ENTRY (WS-INS-SUB)
                       TO OLD-ENTRY (WS-INS-SUB + 1)
                   SUBTRACT 1 FROM WS-INS-SUB
               ELSE
                   SET INS-DONE TO TRUE
               END-IF
           END-PERFORM
           ADD 1 TO WS-OLD-COUNT
           ADD 1 TO WS-INS-SUB
           MOVE WS-ADD-ORD TO OLD-ORD (WS-INS-SUB)
           MOVE WS-ADD-NAME TO OLD-NAME (WS-INS-SUB)
           MOVE WS-ADD-TYPE TO OLD-TYPE (WS-INS-SUB)
           MOVE WS-ADD-SIZE TO OLD-SIZE (WS-INS-SUB)
           MOVE "N" TO OLD-MATCHED (WS-INS-SUB).

      *      Byteposition je Feld; bei RECFORM=F stehen LEN und
      *      FILLER (4 Byte) vor dem ersten Feld (wie die Feldsumme
      *      in SOSODBM):
       3400-COMPUTE-POSITIONS.
           MOVE 1 TO WS-NEXT-POS
           IF WS-OLD-RECFORM = "F"
               MOVE 5 TO WS-NEXT-POS
           END-IF
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT
               MOVE WS-NEXT-POS TO OLD-POS (WS-OLD-SUB)
               ADD OLD-SIZE (WS-OLD-SUB) TO WS-NEXT-POS
           END-PERFORM
           MOVE 1 TO WS-NEXT-POS
           IF WS-NEW-RECFORM = "F"
               MOVE 5 TO WS-NEXT-POS
           END-IF
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               MOVE WS-NEXT-POS TO NEW-POS (WS-NEW-SUB)
               ADD NEW-SIZE (WS-NEW-SUB) TO WS-NEXT-POS
           END-PERFORM.

      *      Vergleich nach COLUMN_NAME wie in SOSODBPC, verschoben
      *      heißt hier: andere Byteposition:
       3500-COMPARE-COLUMNS.
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               PERFORM 3510-FIND-OLD-COLUMN
               IF WS-FOUND-SUB = 0
                   PERFORM 3520-NOTE-ADDED
               ELSE
                   MOVE "J" TO OLD-MATCHED (WS-FOUND-SUB)
                   IF NEW-TYPE (WS-NEW-SUB)
                           NOT = OLD-TYPE (WS-FOUND-SUB)
                       OR NEW-SIZE (WS-NEW-SUB)
                           NOT = OLD-SIZE (WS-FOUND-SUB)
                       PERFORM 3530-NOTE-RESIZED
                   END-IF
                   IF NEW-POS (WS-NEW-SUB)
                           NOT = OLD-POS (WS-FOUND-SUB)
                       PERFORM 3540-NOTE-MOVED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT
               IF OLD-MATCHED (WS-OLD-SUB) = "N"
                   PERFORM 3550-NOTE-DROPPED
               END-IF
           END-PERFORM.

      *      Erste noch nicht zugeordnete alte Zeile gleichen Namens
      *      (mehrfache Namen werden der Reihe nach zugeordnet):
       3510-FIND-OLD-COLUMN.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT
                      OR WS-FOUND-SUB > 0
               IF OLD-NAME (WS-OLD-SUB) = NEW-NAME (WS-NEW-SUB)
                   AND OLD-MATCHED (WS-OLD-SUB) = "N"
                   MOVE WS-OLD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       3520-NOTE-ADDED.
           ADD 1 TO WS-CNT-ADDED
           MOVE "FELD NEU" TO WS-CHG-REASON
           MOVE NEW-POS (WS-NEW-SUB) TO WS-NUM-DISP
           MOVE NEW-SIZE (WS-NEW-SUB) TO WS-NUM-DISP2
           MOVE SPACES TO WS-CHG-DETAIL
           STRING
               NEW-NAME (WS-NEW-SUB) DELIMITED BY SPACE
               " AB BYTE" DELIMITED BY SIZE
               WS-NUM-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NEW-TYPE (WS-NEW-SUB) DELIMITED BY SPACE
               WS-NUM-DISP2 DELIMITED BY SIZE
               INTO WS-CHG-DETAIL
           END-STRING
           PERFORM 3650-ADD-CHANGE.

       3530-NOTE-RESIZED.
           ADD 1 TO WS-CNT-RESIZED
           MOVE "FELD LAENGE/TYP GEAENDERT" TO WS-CHG-REASON
           MOVE OLD-SIZE (WS-FOUND-SUB) TO WS-NUM-DISP
           MOVE NEW-SIZE (WS-NEW-SUB) TO WS-NUM-DISP2
           MOVE SPACES TO WS-CHG-DETAIL
           STRING
               NEW-NAME (WS-NEW-SUB) DELIMITED BY SPACE
               " ALT " DELIMITED BY SIZE
               OLD-TYPE (WS-FOUND-SUB) DELIMITED BY SPACE
               WS-NUM-DISP DELIMITED BY SIZE
               " NEU " DELIMITED BY SIZE
               NEW-TYPE (WS-NEW-SUB) DELIMITED BY SPACE
               WS-NUM-DISP2 DELIMITED BY SIZE
               INTO WS-CHG-DETAIL
           END-STRING
           PERFORM 3650-ADD-CHANGE.

       3540-NOTE-MOVED.
           ADD 1 TO WS-CNT-MOVED
           MOVE "FELD VERSCHOBEN" TO WS-CHG-REASON
           MOVE OLD-POS (WS-FOUND-SUB) TO WS-NUM-DISP
           MOVE NEW-POS (WS-NEW-SUB) TO WS-NUM-DISP2
           MOVE SPACES TO WS-CHG-DETAIL
           STRING
               NEW-NAME (WS-NEW-SUB) DELIMITED BY SPACE
               " AB BYTE ALT" DELIMITED BY SIZE
               WS-NUM-DISP DELIMITED BY SIZE
               " NEU" DELIMITED BY SIZE
               WS-NUM-DISP2 DELIMITED BY SIZE
               INTO WS-CHG-DETAIL
           END-STRING
           PERFORM 3650-ADD-CHANGE.

       3550-NOTE-DROPPED.
           ADD 1 TO WS-CNT-DROPPED
           MOVE "FELD ENTFALLEN" TO WS-CHG-REASON
           MOVE OLD-POS (WS-OLD-SUB) TO WS-NUM-DISP
           MOVE OLD-SIZE (WS-OLD-SUB) TO WS-NUM-DISP2
           MOVE SPACES TO WS-CHG-DETAIL
           STRING
               OLD-NAME (WS-OLD-SUB) DELIMITED BY SPACE
               " AB BYTE" DELIMITED BY SIZE
               WS-NUM-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OLD-TYPE (WS-OLD-SUB) DELIMITED BY SPACE
               WS-NUM-DISP2 DELIMITED BY SIZE
               INTO WS-CHG-DETAIL
           END-STRING
           PERFORM 3650-ADD-CHANGE.

      *      Physische Angaben aus CATALOG:
       3600-COMPARE-CATALOG.
           IF WS-OLD-RECFORM NOT = WS-NEW-RECFORM
               ADD 1 TO WS-CNT-CATALOG
               MOVE "RECFORM GEAENDERT" TO WS-CHG-REASON
               MOVE SPACES TO WS-CHG-DETAIL
               STRING
                   "ALT " DELIMITED BY SIZE
                   WS-OLD-RECFORM DELIMITED BY SIZE
                   " NEU " DELIMITED BY SIZE
                   WS-NEW-RECFORM DELIMITED BY SIZE
                   INTO WS-CHG-DETAIL
               END-STRING
               PERFORM 3650-ADD-CHANGE
           END-IF
           IF WS-OLD-RECSIZE NOT = WS-NEW-RECSIZE
               ADD 1 TO WS-CNT-CATALOG
               MOVE "RECSIZE GEAENDERT" TO WS-CHG-REASON
               MOVE WS-OLD-RECSIZE TO WS-NUM-DISP
               MOVE WS-NEW-RECSIZE TO WS-NUM-DISP2
               PERFORM 3610-OLD-NEW-DETAIL
               PERFORM 3650-ADD-CHANGE
           END-IF
           IF WS-OLD-KEYPOS NOT = WS-NEW-KEYPOS
               ADD 1 TO WS-CNT-CATALOG
               MOVE "KEYPOS GEAENDERT" TO WS-CHG-REASON
               MOVE WS-OLD-KEYPOS TO WS-NUM-DISP
               MOVE WS-NEW-KEYPOS TO WS-NUM-DISP2
               PERFORM 3610-OLD-NEW-DETAIL
               PERFORM 3650-ADD-CHANGE
           END-IF
           IF WS-OLD-KEYLEN NOT = WS-NEW-KEYLEN
               ADD 1 TO WS-CNT-CATALOG
               MOVE "KEYLEN GEAENDERT" TO WS-CHG-REASON
               MOVE WS-OLD-KEYLEN TO WS-NUM-DISP
               MOVE WS-NEW-KEYLEN TO WS-NUM-DISP2
               PERFORM 3610-OLD-NEW-DETAIL
               PERFORM 3650-ADD-CHANGE
           END-IF.

       3610-OLD-NEW-DETAIL.
           MOVE SPACES TO WS-CHG-DETAIL
           STRING
               "ALT" DELIMITED BY SIZE
               WS-NUM-DISP DELIMITED BY SIZE
               " NEU" DELIMITED BY SIZE
               WS-NUM-DISP2 DELIMITED BY SIZE
               INTO WS-CHG-DETAIL
           END-STRING.

       3650-ADD-CHANGE.
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-CHG-REASON TO CHG-REASON (WS-CHG-COUNT)
           MOVE WS-CHG-DETAIL TO CHG-DETAIL (WS-CHG-COUNT).

      *      Alle Jobs, die WS-USE-NAME laut JOBUSES benutzen; der
      *      Schlüssel beginnt mit JOB_NAME, deshalb wird JOBUSES
      *      wie in SOSODBWU vollständig durchlaufen:
       3700-SCAN-JOBUSES.
           MOVE "N" TO WS-EOF-JOBUSES
           MOVE LOW-VALUES TO JOBUSES_KEY
           START JOBUSES-FILE
               KEY IS NOT LESS THAN JOBUSES_KEY
               INVALID KEY
                   SET EOF-JOBUSES TO TRUE
           END-START
           PERFORM UNTIL EOF-JOBUSES
               READ JOBUSES-FILE NEXT RECORD
                   AT END
                       SET EOF-JOBUSES TO TRUE
                   NOT AT END
                       IF TABLE_NAME OF JOBUSES-RECORD = WS-USE-NAME
                           PERFORM 3720-RELEASE-JOB
                       END-IF
               END-READ
           END-PERFORM.

      *      Kopfsatz und Änderungen je Job freigeben:
       3720-RELEASE-JOB.
           ADD 1 TO WS-TABLE-JOBS
           MOVE JOB_OWNER_DEPT TO IM-DEPT
           MOVE JOB_NAME OF JOBUSES-RECORD TO IM-JOB
           MOVE WS-VIEW-NAME TO IM-VIA
           PERFORM 3900-RELEASE-CHANGES.

      *      VIEWs, deren VIEWMBRS-Zeilen die Datei der Tabelle
      *      einbinden, und die Jobs dieser VIEWs:
       3750-SCAN-VIEWS.
           MOVE "N" TO WS-EOF-VIEWMBRS
           MOVE LOW-VALUES TO VIEWMBRS_KEY
           START VIEWMBRS-FILE
               KEY IS NOT LESS THAN VIEWMBRS_KEY
               INVALID KEY
                   SET EOF-VIEWMBRS TO TRUE
           END-START
           PERFORM UNTIL EOF-VIEWMBRS
               READ VIEWMBRS-FILE NEXT RECORD
                   AT END
                       SET EOF-VIEWMBRS TO TRUE
                   NOT AT END
                       IF VIEW_MEMBER_FILE = WS-TABLE-FILE
                           AND TABLE_NAME OF VIEWMBRS-RECORD
                               NOT = WS-VIEW-NAME
                           MOVE TABLE_NAME OF VIEWMBRS-RECORD
                               TO WS-VIEW-NAME
                           MOVE WS-VIEW-NAME TO WS-USE-NAME
                           PERFORM 3700-SCAN-JOBUSES
                       END-IF
               END-READ
           END-PERFORM.

      *      Geänderte Tabelle ohne eingetragenen Job: unter der
      *      CATALOG_OWNER_DEPT ausweisen, nicht in die Arbeitsliste:
       3800-RELEASE-NO-JOB.
           ADD 1 TO WS-CNT-NO-JOB
           MOVE WS-TABLE-DEPT TO IM-DEPT
           MOVE SPACES TO IM-JOB
           MOVE SPACES TO IM-VIA
           PERFORM 3900-RELEASE-CHANGES.

       3900-RELEASE-CHANGES.
           MOVE WS-CUR-TABLE TO IM-TABLE
           MOVE 0 TO IM-SEQ
           MOVE WS-OLD-RECSIZE TO IM-OLD-RECSIZE
           MOVE WS-NEW-RECSIZE TO IM-NEW-RECSIZE
           MOVE WS-CHG-COUNT TO IM-CHANGES
           MOVE SPACES TO IM-REASON
           MOVE SPACES TO IM-DETAIL
           RELEASE IM-RECORD
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               MOVE WS-CHG-SUB TO IM-SEQ
               MOVE CHG-REASON (WS-CHG-SUB) TO IM-REASON
               MOVE CHG-DETAIL (WS-CHG-SUB) TO IM-DETAIL
               RELEASE IM-RECORD
           END-PERFORM.

      *      Bericht je Abteilung und Job, Arbeitsliste je Kopfsatz
      *      mit Job:
       5000-PRINT-WORKLIST.
           MOVE "Y" TO WS-FIRST-DEPT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       PERFORM 5100-PRINT-ONE
               END-RETURN
           END-PERFORM.

       5100-PRINT-ONE.
           IF FIRST-DEPT OR IM-DEPT NOT = WS-PREV-DEPT
               MOVE "N" TO WS-FIRST-DEPT
               MOVE IM-DEPT TO WS-PREV-DEPT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE IM-DEPT TO DEPT-HDR-NAME
               WRITE REPORT-LINE FROM DEPT-HDR-LINE
           END-IF
           IF IM-SEQ = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF IM-JOB = SPACES
                   MOVE "(KEINER)" TO JHD-JOB
               ELSE
                   MOVE IM-JOB TO JHD-JOB
               END-IF
               MOVE IM-TABLE TO JHD-TABLE
               MOVE IM-OLD-RECSIZE TO JHD-OLD-RECSIZE
               MOVE IM-NEW-RECSIZE TO JHD-NEW-RECSIZE
               MOVE SPACES TO JHD-VIA
               IF IM-JOB = SPACES
                   MOVE "KEIN JOB IN JOBUSES EINGETRAGEN" TO JHD-VIA
               END-IF
               IF IM-VIA NOT = SPACES
                   STRING
                       "UEBER VIEW " DELIMITED BY SIZE
                       IM-VIA DELIMITED BY SIZE
                       INTO JHD-VIA
                   END-STRING
               END-IF
               WRITE REPORT-LINE FROM JOB-HDR-LINE
               IF IM-JOB NOT = SPACES
                   PERFORM 5200-WRITE-WORKLIST
               END-IF
           ELSE
               MOVE IM-REASON TO DTL-REASON
               MOVE IM-DETAIL TO DTL-DETAIL
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

       5200-WRITE-WORKLIST.
           ADD 1 TO WS-CNT-WORKLIST
           MOVE SPACES TO WORKLIST-RECORD
           MOVE IM-DEPT TO WORK_DEPT
           MOVE IM-JOB TO WORK_JOB_NAME
           MOVE IM-TABLE TO WORK_TABLE_NAME
           MOVE IM-VIA TO WORK_VIA_VIEW
           MOVE WS-RUN-ID TO WORK_RUN_ID
           MOVE IM-OLD-RECSIZE TO WORK_OLD_RECSIZE
           MOVE IM-NEW-RECSIZE TO WORK_NEW_RECSIZE
           MOVE IM-CHANGES TO WORK_CHANGE_COUNT
           WRITE WORKLIST-RECORD.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BEFLOG-SAETZE DES LAUFS" TO SUM-TEXT
           MOVE WS-CNT-SELECTED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "TABELLEN IM LAUF GEAENDERT" TO SUM-TEXT
           MOVE WS-CNT-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "TABELLEN MIT NEUEM SATZAUFBAU" TO SUM-TEXT
           MOVE WS-CNT-CHANGED-TABLES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "DAVON OHNE EINGETRAGENEN JOB" TO SUM-TEXT
           MOVE WS-CNT-NO-JOB TO SUM-COUNT
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
           MOVE "KATALOGANGABEN GEAENDERT" TO SUM-TEXT
           MOVE WS-CNT-CATALOG TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "JOBS AUF DER ARBEITSLISTE" TO SUM-TEXT
           MOVE WS-CNT-WORKLIST TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-SELECTED TO RUN-REQ-READ
           MOVE WS-CNT-WORKLIST TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
