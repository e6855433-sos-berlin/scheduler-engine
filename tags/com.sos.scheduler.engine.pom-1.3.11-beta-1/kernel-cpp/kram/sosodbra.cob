      *----------------------------------------------------------------
      * SOSODBRA - Aufbewahrung und Archivierung von CATAUDIT und
      *            BEFLOG
      *
      * CATAUDIT und BEFLOG werden nur fortgeschrieben und sind nie
      * gekürzt worden. BEFLOG führt zu jeder Änderung ein Abbild
      * von bis zu 662 Zeichen, und SOSODBAQ und SOSODBIQ lesen bei
      * jeder Anfrage das ganze CATAUDIT - beide werden mit jedem
      * Monat langsamer.
      *
      * Dieses Programm verlagert Zeilen, die älter als die
      * Aufbewahrungsfrist sind, in je eine datierte
      * Archivgeneration je Protokolldatei und trägt die Generation
      * nach dem Schließen in das Verzeichnis ARCHDIR ein (Layout
      * SOSODBCG). Die Fristen in Tagen und die Namenspräfixe der
      * Generationen stehen auf der Steuerkarte RETAINCTL; fehlt sie
      * oder ist ein Feld leer, gelten die Vorgaben aus dem
      * Arbeitsspeicher. Für CATAUDIT ist eine Frist unter
      * WS-MIN-AUDIT-DAYS nicht zulässig, weil SOSODBAR die letzte
      * Pflege der letzten 180 Tage aus dem Online-Bestand liest.
      *
      * BEFLOG-Zeilen werden nach dem Laufdatum BEFORE_RUN_DATE
      * beurteilt und bleiben online, solange SOSODBBO den Lauf noch
      * zurückdrehen darf (WS-BACKOUT-DAYS, derselbe Wert wie in
      * SOSODBBO). Ein Lauf, der nach der Frist archiviert würde,
      * aber noch im Backout-Fenster liegt, wird nicht archiviert,
      * sondern in RETAINRPT gemeldet (Returncode 4).
      *
      * Die online bleibenden Zeilen werden zunächst nach AUDKEEP
      * bzw. BEFKEEP geschrieben. Danach wird die Generation mit
      * ARCH_STATE "K" in ARCHDIR eingetragen, die Protokolldatei
      * aus AUDKEEP bzw. BEFKEEP neu geschrieben und der Eintrag
      * erst dann auf "F" gesetzt. Findet ein Lauf am jüngsten
      * Eintrag einer Protokolldatei noch "K", ist der vorige beim
      * Zurückkopieren abgebrochen: er stellt die Protokolldatei
      * zuerst vollständig aus AUDKEEP bzw. BEFKEEP wieder her,
      * setzt den Eintrag auf "F" und teilt erst dann auf. AUDKEEP
      * bzw. BEFKEEP werden bis dahin nicht überschrieben.
      * CATLOCK bleibt nach dem Abbruch belegt; nach dem Freigeben
      * von Hand ist SOSODBRA vor jedem anderen Pflegelauf zu
      * wiederholen, weil die Wiederherstellung Zeilen überschreibt,
      * die inzwischen angehängt wurden. Zeilen, die laut ARCHDIR
      * bereits archiviert sind, entfernt der Lauf ohne erneute
      * Archivierung.
      *
      * Der Lauf belegt den CATLOCK wie die übrigen Pflegeprogramme,
      * damit kein Pflegelauf CATAUDIT oder BEFLOG fortschreibt,
      * während sie neu geschrieben werden. RETAINRPT zeigt die
      * Fristen, die geschriebenen Generationen und die archivierten
      * Zeilen je Protokolldatei und Monat. Returncode 0, 4 bei einem
      * Lauf im Backout-Fenster, 8 bei ungültiger Steuerkarte oder
      * gescheiterter Datei.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "RETAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BEFLOG-FILE ASSIGN TO "BEFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFLOG-STATUS.

           SELECT AUDIT-KEEP-FILE ASSIGN TO "AUDKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT BEFLOG-KEEP-FILE ASSIGN TO "BEFKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT ARCH-AUDIT-FILE ASSIGN TO WS-AUDIT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCH-BEFLOG-FILE ASSIGN TO WS-BEFLOG-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      *      OPTIONAL, damit der erste Lauf das Verzeichnis anlegt:
           SELECT OPTIONAL ARCHDIR-FILE ASSIGN TO "ARCHDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH_KEY
               FILE STATUS IS WS-ARCHDIR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RETAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *      Eine Steuerkarte: Fristen in Tagen und Namenspräfixe der
      *      Generationen, leer bzw. null = Vorgabe:
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 RET-AUDIT-DAYS          PIC 9(4).
           05 RET-BEFLOG-DAYS         PIC 9(4).
           05 RET-AUDIT-PREFIX        PIC X(60).
           05 RET-BEFLOG-PREFIX       PIC X(60).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY "sosodbca.cob".

       FD  BEFLOG-FILE.
       01  BEFLOG-RECORD.
           COPY "sosodbcb.cob".

      *      Online bleibende bzw. archivierte Zeilen, unverändert im
      *      Satzaufbau SOSODBCA (494 Zeichen) bzw. SOSODBCB (747):
       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD          PIC X(494).

       FD  BEFLOG-KEEP-FILE.
       01  BEFLOG-KEEP-RECORD         PIC X(747).

       FD  ARCH-AUDIT-FILE.
       01  ARCH-AUDIT-RECORD          PIC X(494).

       FD  ARCH-BEFLOG-FILE.
       01  ARCH-BEFLOG-RECORD         PIC X(747).

       FD  ARCHDIR-FILE.
       01  ARCHDIR-RECORD.
           COPY "sosodbcg.cob".

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-BEFLOG-STATUS           PIC X(2).
       01  WS-ARCH-STATUS             PIC X(2).
       01  WS-KEEP-STATUS             PIC X(2).
       01  WS-ARCHDIR-STATUS          PIC X(2).
       01  WS-EOF-CONTROL             PIC X(1) VALUE "N".
           88 EOF-CONTROL             VALUE "Y".
       01  WS-EOF-AUDIT               PIC X(1) VALUE "N".
           88 EOF-AUDIT               VALUE "Y".
       01  WS-EOF-BEFLOG              PIC X(1) VALUE "N".
           88 EOF-BEFLOG              VALUE "Y".
       01  WS-EOF-KEEP                PIC X(1).
           88 EOF-KEEP                VALUE "Y".
       01  WS-EOF-ARCHDIR             PIC X(1).
           88 EOF-ARCHDIR             VALUE "Y".
       01  WS-AUDIT-GEN-OPEN          PIC X(1) VALUE "N".
           88 AUDIT-GEN-OPEN          VALUE "Y".
       01  WS-BEFLOG-GEN-OPEN         PIC X(1) VALUE "N".
           88 BEFLOG-GEN-OPEN         VALUE "Y".

      *      Vorgaben und Untergrenze der Fristen in Tagen:
       01  WS-DEF-AUDIT-DAYS          PIC 9(4) VALUE 400.
       01  WS-DEF-BEFLOG-DAYS         PIC 9(4) VALUE 90.
       01  WS-MIN-AUDIT-DAYS          PIC 9(4) VALUE 190.
      *      Zurückdrehen über SOSODBBO ist für Läufe der letzten
      *      WS-BACKOUT-DAYS Tage zulässig; muss mit dem Wert in
      *      SOSODBBO übereinstimmen:
       01  WS-BACKOUT-DAYS            PIC 9(3) VALUE 30.

      *      Wirksame Fristen und Präfixe:
       01  WS-AUDIT-DAYS              PIC 9(4).
       01  WS-BEFLOG-DAYS             PIC 9(4).
       01  WS-AUDIT-PREFIX            PIC X(60).
       01  WS-BEFLOG-PREFIX           PIC X(60).

      *      Laufzeitpunkt, zugleich Datum und Uhrzeit im Namen und
      *      im Schlüssel der Generationen:
       01  WS-RUN-ID.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-TIME             PIC 9(6).
      *      ACCEPT FROM TIME liefert HHMMSS und Hundertstel:
       01  WS-TIME-NOW.
           05 WS-NOW-HHMMSS           PIC 9(6).
           05 FILLER                  PIC 9(2).
       01  WS-TODAY-SERIAL            PIC S9(9) COMP.

      *      Stichtage: archiviert wird, was davor liegt; BEFLOG-Läufe
      *      ab WS-WINDOW-CUTOFF liegen im Backout-Fenster:
       01  WS-AUDIT-CUTOFF            PIC 9(8).
       01  WS-BEFLOG-CUTOFF           PIC 9(8).
       01  WS-WINDOW-CUTOFF           PIC 9(8).

      *      Jüngstes bereits archiviertes Datum laut ARCHDIR:
       01  WS-LOOKUP-LOG              PIC X(8).
       01  WS-LOOKUP-LAST             PIC 9(8).
      *      Schlüssel und Stand des jüngsten Eintrags dazu:
       01  WS-LOOKUP-KEY              PIC X(22).
       01  WS-LOOKUP-STATE            PIC X(1).
           88 COPY-BACK-PENDING       VALUE "K".
       01  WS-NEW-STATE               PIC X(1).
       01  WS-AUDIT-ARCH-LAST         PIC 9(8).
       01  WS-BEFLOG-ARCH-LAST        PIC 9(8).

       01  WS-AUDIT-GEN-NAME          PIC X(80).
       01  WS-BEFLOG-GEN-NAME         PIC X(80).
       01  WS-AUDIT-GEN-FIRST         PIC 9(8) VALUE 0.
       01  WS-AUDIT-GEN-LAST          PIC 9(8) VALUE 0.
       01  WS-BEFLOG-GEN-FIRST        PIC 9(8) VALUE 0.
       01  WS-BEFLOG-GEN-LAST         PIC 9(8) VALUE 0.

      *      Letzter gezählter bzw. gemeldeter BEFLOG-Lauf:
       01  WS-LAST-ARCH-RUN           PIC X(14) VALUE SPACES.
       01  WS-LAST-REFUSED-RUN        PIC X(14) VALUE SPACES.

       01  WS-CNT-AUDIT-READ          PIC 9(9) VALUE 0.
       01  WS-CNT-AUDIT-ARCHIVED      PIC 9(9) VALUE 0.
       01  WS-CNT-AUDIT-DROPPED       PIC 9(9) VALUE 0.
       01  WS-CNT-AUDIT-KEPT          PIC 9(9) VALUE 0.
       01  WS-CNT-BEFLOG-READ         PIC 9(9) VALUE 0.
       01  WS-CNT-BEFLOG-ARCHIVED     PIC 9(9) VALUE 0.
       01  WS-CNT-BEFLOG-DROPPED      PIC 9(9) VALUE 0.
       01  WS-CNT-BEFLOG-KEPT         PIC 9(9) VALUE 0.
       01  WS-CNT-RUNS-ARCHIVED       PIC 9(7) VALUE 0.
       01  WS-CNT-RUNS-REFUSED        PIC 9(7) VALUE 0.
       01  WS-CNT-REFUSED-RECS        PIC 9(9) VALUE 0.
      *      Nach Abbruch des vorigen Laufs wiederhergestellte Zeilen:
       01  WS-CNT-AUDIT-RESTORED      PIC 9(9) VALUE 0.
       01  WS-CNT-BEFLOG-RESTORED     PIC 9(9) VALUE 0.
       01  WS-CNT-COPIED              PIC 9(9).
       01  WS-CNT-READ                PIC 9(9).
       01  WS-CNT-ARCHIVED            PIC 9(9).

      *      Archivierte Zeilen je Protokolldatei und Monat, in der
      *      Reihenfolge des ersten Auftretens (beide Dateien sind in
      *      Entstehungsfolge, also aufsteigend):
       01  WS-MT-LOG                  PIC X(8).
       01  WS-MT-DATE.
           05 WS-MT-YEAR              PIC 9(4).
           05 WS-MT-MONTH             PIC 9(2).
           05 WS-MT-DAY               PIC 9(2).
       01  WS-MAX-MT-ENTRIES          PIC 9(3) VALUE 600.
       01  WS-MT-COUNT                PIC 9(3) VALUE 0.
       01  WS-SUB                     PIC 9(3).
       01  MONTH-TABLE.
           05 MT-ENTRY OCCURS 600 TIMES.
              10 MT-LOG               PIC X(8).
              10 MT-YEAR              PIC 9(4).
              10 MT-MONTH             PIC 9(2).
              10 MT-RECORDS           PIC 9(9).

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

       01  TITLE-LINE.
           05 FILLER                  PIC X(34)
                  VALUE "SOSODBRA AUFBEWAHRUNGSLAUF VOM   ".
           05 TTL-DATE                PIC 9(8).
           05 FILLER                  PIC X(1) VALUE "/".
           05 TTL-TIME                PIC 9(6).

       01  PARM-LINE.
           05 PRM-LOG                 PIC X(10).
           05 FILLER                  PIC X(14) VALUE "AUFBEWAHRUNG ".
           05 PRM-DAYS                PIC Z(3)9.
           05 FILLER                  PIC X(24)
                  VALUE " TAGE, ARCHIVIERT VOR ".
           05 PRM-CUTOFF              PIC 9(8).

       01  WINDOW-LINE.
           05 FILLER                  PIC X(26)
                  VALUE "BACKOUT-FENSTER SOSODBBO: ".
           05 WND-DAYS                PIC Z(2)9.
           05 FILLER                  PIC X(17)
                  VALUE " TAGE, LAEUFE AB ".
           05 WND-CUTOFF              PIC 9(8).
           05 FILLER                  PIC X(15) VALUE " BLEIBEN ONLINE".

       01  REFUSED-LINE.
           05 FILLER                  PIC X(5) VALUE "LAUF ".
           05 RFL-RUN-DATE            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE "/".
           05 RFL-RUN-TIME            PIC 9(6).
           05 FILLER                  PIC X(50)
                  VALUE "  IM BACKOUT-FENSTER, NICHT ARCHIVIERT".

       01  GEN-LINE.
           05 FILLER                  PIC X(12) VALUE "GENERATION ".
           05 GEN-NAME                PIC X(80).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 GEN-FIRST               PIC 9(8).
           05 FILLER                  PIC X(3) VALUE " - ".
           05 GEN-LAST                PIC 9(8).
           05 GEN-RECORDS             PIC Z(8)9.

       01  MONTH-HDR-LINE.
           05 FILLER                  PIC X(10) VALUE "DATEI".
           05 FILLER                  PIC X(10) VALUE "MONAT".
           05 FILLER                  PIC X(10) VALUE "   ZEILEN".

       01  MONTH-LINE.
           05 MTL-LOG                 PIC X(10).
           05 MTL-YEAR                PIC 9(4).
           05 FILLER                  PIC X(1) VALUE "-".
           05 MTL-MONTH               PIC 9(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 MTL-RECORDS             PIC Z(8)9.

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(8)9.

      *      Laufkoordination über SOSODBLK (CATLOCK): CATAUDIT und
      *      BEFLOG werden neu geschrieben und dürfen dabei von
      *      keinem Pflegelauf fortgeschrieben werden:
       01  WS-LOCK-RETRIES            PIC 9(3) VALUE 10.
       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-RUN-TIME
           PERFORM 0500-READ-CONTROL-CARD
           PERFORM 0600-COMPUTE-CUTOFFS
           PERFORM 0100-OBTAIN-LOCK

      *      Status 05: Verzeichnis beim allerersten Lauf angelegt:
           OPEN I-O ARCHDIR-FILE
           IF WS-ARCHDIR-STATUS NOT = "00"
                   AND WS-ARCHDIR-STATUS NOT = "05"
               DISPLAY "SOSODBRA: ARCHDIR OPEN FEHLGESCHLAGEN, STATUS="
                   WS-ARCHDIR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 0800-WRITE-REPORT-HEADER

           PERFORM 1000-ARCHIVE-CATAUDIT
               THRU 1099-ARCHIVE-CATAUDIT-EXIT
           PERFORM 2000-ARCHIVE-BEFLOG
               THRU 2099-ARCHIVE-BEFLOG-EXIT

           PERFORM 8000-PRINT-MONTH-TOTALS
           PERFORM 8500-WRITE-TOTALS

           CLOSE ARCHDIR-FILE
           CLOSE REPORT-FILE
           PERFORM 0200-RELEASE-LOCK

           DISPLAY "SOSODBRA: CATAUDIT ARCHIVIERT: "
               WS-CNT-AUDIT-ARCHIVED
           DISPLAY "SOSODBRA: BEFLOG ARCHIVIERT:   "
               WS-CNT-BEFLOG-ARCHIVED
           DISPLAY "SOSODBRA: LAEUFE IM FENSTER:   "
               WS-CNT-RUNS-REFUSED

           IF WS-CNT-RUNS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBRA" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBRA" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBRA: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       0200-RELEASE-LOCK.
           MOVE "D" TO LOCK-REQ-ACTION
           MOVE "SOSODBRA" TO LOCK-REQ-PROGRAM
           CALL "SOSODBLK" USING LOCK-REQUEST.

      *      Steuerkarte lesen; leere bzw. nullbelegte Felder lassen
      *      die Vorgabe stehen:
       0500-READ-CONTROL-CARD.
           MOVE WS-DEF-AUDIT-DAYS TO WS-AUDIT-DAYS
           MOVE WS-DEF-BEFLOG-DAYS TO WS-BEFLOG-DAYS
           MOVE "CATAUDIT.ARCH" TO WS-AUDIT-PREFIX
           MOVE "BEFLOG.ARCH" TO WS-BEFLOG-PREFIX
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   SET EOF-CONTROL TO TRUE
           END-READ
           IF NOT EOF-CONTROL
               IF RET-AUDIT-DAYS IS NUMERIC AND RET-AUDIT-DAYS > 0
                   MOVE RET-AUDIT-DAYS TO WS-AUDIT-DAYS
               END-IF
               IF RET-BEFLOG-DAYS IS NUMERIC AND RET-BEFLOG-DAYS > 0
                   MOVE RET-BEFLOG-DAYS TO WS-BEFLOG-DAYS
               END-IF
               IF RET-AUDIT-PREFIX NOT = SPACES
                   MOVE RET-AUDIT-PREFIX TO WS-AUDIT-PREFIX
               END-IF
               IF RET-BEFLOG-PREFIX NOT = SPACES
                   MOVE RET-BEFLOG-PREFIX TO WS-BEFLOG-PREFIX
               END-IF
           END-IF
           CLOSE CONTROL-FILE

           IF WS-AUDIT-DAYS < WS-MIN-AUDIT-DAYS
               DISPLAY "SOSODBRA: CATAUDIT-FRIST " WS-AUDIT-DAYS
                   " TAGE UNTER MINDESTFRIST " WS-MIN-AUDIT-DAYS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-AUDIT-PREFIX = WS-BEFLOG-PREFIX
               DISPLAY "SOSODBRA: GLEICHES PRAEFIX FUER CATAUDIT UND "
                   "BEFLOG: " WS-AUDIT-PREFIX
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-BEFLOG-DAYS < WS-BACKOUT-DAYS
               DISPLAY "SOSODBRA: BEFLOG-FRIST " WS-BEFLOG-DAYS
                   " TAGE KUERZER ALS BACKOUT-FENSTER "
                   WS-BACKOUT-DAYS
           END-IF.

      *      Stichtage als Tageszahl vom Laufdatum zurückrechnen:
       0600-COMPUTE-CUTOFFS.
           MOVE WS-RUN-DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL

           COMPUTE WS-DTD-SERIAL = WS-TODAY-SERIAL - WS-AUDIT-DAYS
           PERFORM 7100-DAYS-TO-DATE
           MOVE WS-DTD-DATE TO WS-AUDIT-CUTOFF

           COMPUTE WS-DTD-SERIAL = WS-TODAY-SERIAL - WS-BEFLOG-DAYS
           PERFORM 7100-DAYS-TO-DATE
           MOVE WS-DTD-DATE TO WS-BEFLOG-CUTOFF

           COMPUTE WS-DTD-SERIAL = WS-TODAY-SERIAL - WS-BACKOUT-DAYS
           PERFORM 7100-DAYS-TO-DATE
           MOVE WS-DTD-DATE TO WS-WINDOW-CUTOFF.

      *      Größtes ARCH_LAST_DATE der Generationen von
      *      WS-LOOKUP-LOG, null wenn es keine gibt, dazu Schlüssel
      *      und Stand des jüngsten Eintrags (zuletzt gelesen):
       0700-FIND-LAST-ARCHIVED.
           MOVE 0 TO WS-LOOKUP-LAST
           MOVE SPACES TO WS-LOOKUP-KEY
           MOVE SPACE TO WS-LOOKUP-STATE
           MOVE "N" TO WS-EOF-ARCHDIR
           MOVE WS-LOOKUP-LOG TO ARCH_LOG_NAME
           MOVE 0 TO ARCH_GEN_DATE
           MOVE 0 TO ARCH_GEN_TIME
           START ARCHDIR-FILE KEY IS NOT LESS THAN ARCH_KEY
               INVALID KEY
                   SET EOF-ARCHDIR TO TRUE
           END-START
           PERFORM UNTIL EOF-ARCHDIR
               READ ARCHDIR-FILE NEXT RECORD
                   AT END
                       SET EOF-ARCHDIR TO TRUE
                   NOT AT END
                       IF ARCH_LOG_NAME NOT = WS-LOOKUP-LOG
                           SET EOF-ARCHDIR TO TRUE
                       ELSE
                           IF ARCH_LAST_DATE > WS-LOOKUP-LAST
                               MOVE ARCH_LAST_DATE TO WS-LOOKUP-LAST
                           END-IF
                           MOVE ARCH_KEY TO WS-LOOKUP-KEY
                           MOVE ARCH_STATE TO WS-LOOKUP-STATE
                       END-IF
               END-READ
           END-PERFORM.

       0800-WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO TTL-DATE
           MOVE WS-RUN-TIME TO TTL-TIME
           WRITE REPORT-LINE FROM TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CATAUDIT" TO PRM-LOG
           MOVE WS-AUDIT-DAYS TO PRM-DAYS
           MOVE WS-AUDIT-CUTOFF TO PRM-CUTOFF
           WRITE REPORT-LINE FROM PARM-LINE
           MOVE "BEFLOG" TO PRM-LOG
           MOVE WS-BEFLOG-DAYS TO PRM-DAYS
           MOVE WS-BEFLOG-CUTOFF TO PRM-CUTOFF
           WRITE REPORT-LINE FROM PARM-LINE
           MOVE WS-BACKOUT-DAYS TO WND-DAYS
           MOVE WS-WINDOW-CUTOFF TO WND-CUTOFF
           WRITE REPORT-LINE FROM WINDOW-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *      CATAUDIT aufteilen in Generation und Online-Rest; ohne
      *      zu archivierende oder zu entfernende Zeile bleibt die
      *      Datei unberührt:
       1000-ARCHIVE-CATAUDIT.
           MOVE "CATAUDIT" TO WS-LOOKUP-LOG
           PERFORM 0700-FIND-LAST-ARCHIVED
           MOVE WS-LOOKUP-LAST TO WS-AUDIT-ARCH-LAST
      *      Voriger Lauf beim Zurückkopieren abgebrochen: CATAUDIT
      *      ist unvollständig, AUDKEEP enthält den Online-Rest:
           IF COPY-BACK-PENDING
               DISPLAY "SOSODBRA: CATAUDIT UNVOLLSTAENDIG, WIRD AUS "
                   "AUDKEEP WIEDERHERGESTELLT"
               PERFORM 1300-COPY-BACK-AUDIT
               MOVE WS-CNT-COPIED TO WS-CNT-AUDIT-RESTORED
               PERFORM 3200-FINISH-COPY-BACK
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SOSODBRA: CATAUDIT OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-KEEP-FILE
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET EOF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-AUDIT-READ
                       PERFORM 1100-SPLIT-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE AUDIT-KEEP-FILE

           IF WS-CNT-AUDIT-ARCHIVED = 0 AND WS-CNT-AUDIT-DROPPED = 0
               GO TO 1099-ARCHIVE-CATAUDIT-EXIT
           END-IF
           IF AUDIT-GEN-OPEN
               CLOSE ARCH-AUDIT-FILE
               MOVE "CATAUDIT" TO ARCH_LOG_NAME
               MOVE WS-AUDIT-GEN-FIRST TO ARCH_FIRST_DATE
               MOVE WS-AUDIT-GEN-LAST TO ARCH_LAST_DATE
               MOVE WS-CNT-AUDIT-ARCHIVED TO ARCH_RECORD_COUNT
               MOVE WS-AUDIT-GEN-NAME TO ARCH_FILE_NAME
               PERFORM 3000-REGISTER-GENERATION
           ELSE
               PERFORM 3100-MARK-COPY-BACK
           END-IF
           PERFORM 1300-COPY-BACK-AUDIT
           PERFORM 3200-FINISH-COPY-BACK.

       1099-ARCHIVE-CATAUDIT-EXIT.
           CONTINUE.

       1100-SPLIT-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN AUDIT_DATE NOT NUMERIC
                   ADD 1 TO WS-CNT-AUDIT-KEPT
                   WRITE AUDIT-KEEP-RECORD FROM AUDIT-RECORD
               WHEN AUDIT_DATE NOT > WS-AUDIT-ARCH-LAST
                   ADD 1 TO WS-CNT-AUDIT-DROPPED
               WHEN AUDIT_DATE < WS-AUDIT-CUTOFF
                   IF NOT AUDIT-GEN-OPEN
                       PERFORM 1200-OPEN-AUDIT-GENERATION
                       MOVE AUDIT_DATE TO WS-AUDIT-GEN-FIRST
                   END-IF
                   WRITE ARCH-AUDIT-RECORD FROM AUDIT-RECORD
                   ADD 1 TO WS-CNT-AUDIT-ARCHIVED
                   IF AUDIT_DATE < WS-AUDIT-GEN-FIRST
                       MOVE AUDIT_DATE TO WS-AUDIT-GEN-FIRST
                   END-IF
                   IF AUDIT_DATE > WS-AUDIT-GEN-LAST
                       MOVE AUDIT_DATE TO WS-AUDIT-GEN-LAST
                   END-IF
                   MOVE "CATAUDIT" TO WS-MT-LOG
                   MOVE AUDIT_DATE TO WS-MT-DATE
                   PERFORM 7500-COUNT-MONTH
                       THRU 7599-COUNT-MONTH-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CNT-AUDIT-KEPT
                   WRITE AUDIT-KEEP-RECORD FROM AUDIT-RECORD
           END-EVALUATE.

       1200-OPEN-AUDIT-GENERATION.
           MOVE SPACES TO WS-AUDIT-GEN-NAME
           STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
                  ".D" WS-RUN-DATE ".T" WS-RUN-TIME
                      DELIMITED BY SIZE
               INTO WS-AUDIT-GEN-NAME
           OPEN OUTPUT ARCH-AUDIT-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SOSODBRA: GENERATION " WS-AUDIT-GEN-NAME
               DISPLAY "SOSODBRA: OPEN FEHLGESCHLAGEN, STATUS="
                   WS-ARCH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           SET AUDIT-GEN-OPEN TO TRUE.

      *      Online-Rest aus AUDKEEP nach CATAUDIT zurückschreiben:
       1300-COPY-BACK-AUDIT.
           MOVE 0 TO WS-CNT-COPIED
           MOVE "N" TO WS-EOF-KEEP
           OPEN INPUT AUDIT-KEEP-FILE
           IF WS-KEEP-STATUS NOT = "00"
               DISPLAY "SOSODBRA: AUDKEEP OPEN FEHLGESCHLAGEN, STATUS="
                   WS-KEEP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           PERFORM UNTIL EOF-KEEP
               READ AUDIT-KEEP-FILE
                   AT END
                       SET EOF-KEEP TO TRUE
                   NOT AT END
                       WRITE AUDIT-RECORD FROM AUDIT-KEEP-RECORD
                       ADD 1 TO WS-CNT-COPIED
               END-READ
           END-PERFORM
           CLOSE AUDIT-KEEP-FILE
           CLOSE AUDIT-FILE.

      *      BEFLOG ebenso, aber je Lauf: ein Lauf im
      *      Backout-Fenster bleibt online und wird gemeldet:
       2000-ARCHIVE-BEFLOG.
           MOVE "BEFLOG" TO WS-LOOKUP-LOG
           PERFORM 0700-FIND-LAST-ARCHIVED
           MOVE WS-LOOKUP-LAST TO WS-BEFLOG-ARCH-LAST
           IF COPY-BACK-PENDING
               DISPLAY "SOSODBRA: BEFLOG UNVOLLSTAENDIG, WIRD AUS "
                   "BEFKEEP WIEDERHERGESTELLT"
               PERFORM 2300-COPY-BACK-BEFLOG
               MOVE WS-CNT-COPIED TO WS-CNT-BEFLOG-RESTORED
               PERFORM 3200-FINISH-COPY-BACK
           END-IF

           OPEN INPUT BEFLOG-FILE
           IF WS-BEFLOG-STATUS NOT = "00"
               DISPLAY "SOSODBRA: BEFLOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-BEFLOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT BEFLOG-KEEP-FILE
           PERFORM UNTIL EOF-BEFLOG
               READ BEFLOG-FILE
                   AT END
                       SET EOF-BEFLOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-BEFLOG-READ
                       PERFORM 2100-SPLIT-BEFLOG-RECORD
               END-READ
           END-PERFORM
           CLOSE BEFLOG-FILE
           CLOSE BEFLOG-KEEP-FILE

           IF WS-CNT-BEFLOG-ARCHIVED = 0 AND WS-CNT-BEFLOG-DROPPED = 0
               GO TO 2099-ARCHIVE-BEFLOG-EXIT
           END-IF
           IF BEFLOG-GEN-OPEN
               CLOSE ARCH-BEFLOG-FILE
               MOVE "BEFLOG" TO ARCH_LOG_NAME
               MOVE WS-BEFLOG-GEN-FIRST TO ARCH_FIRST_DATE
               MOVE WS-BEFLOG-GEN-LAST TO ARCH_LAST_DATE
               MOVE WS-CNT-BEFLOG-ARCHIVED TO ARCH_RECORD_COUNT
               MOVE WS-BEFLOG-GEN-NAME TO ARCH_FILE_NAME
               PERFORM 3000-REGISTER-GENERATION
           ELSE
               PERFORM 3100-MARK-COPY-BACK
           END-IF
           PERFORM 2300-COPY-BACK-BEFLOG
           PERFORM 3200-FINISH-COPY-BACK.

       2099-ARCHIVE-BEFLOG-EXIT.
           CONTINUE.

       2100-SPLIT-BEFLOG-RECORD.
           EVALUATE TRUE
               WHEN BEFORE_RUN_DATE NOT NUMERIC
                   ADD 1 TO WS-CNT-BEFLOG-KEPT
                   WRITE BEFLOG-KEEP-RECORD FROM BEFLOG-RECORD
               WHEN BEFORE_RUN_DATE NOT > WS-BEFLOG-ARCH-LAST
                   ADD 1 TO WS-CNT-BEFLOG-DROPPED
               WHEN BEFORE_RUN_DATE NOT < WS-BEFLOG-CUTOFF
                   ADD 1 TO WS-CNT-BEFLOG-KEPT
                   WRITE BEFLOG-KEEP-RECORD FROM BEFLOG-RECORD
               WHEN BEFORE_RUN_DATE NOT < WS-WINDOW-CUTOFF
                   ADD 1 TO WS-CNT-BEFLOG-KEPT
                   ADD 1 TO WS-CNT-REFUSED-RECS
                   WRITE BEFLOG-KEEP-RECORD FROM BEFLOG-RECORD
                   IF BEFORE_RUN_ID NOT = WS-LAST-REFUSED-RUN
                       MOVE BEFORE_RUN_ID TO WS-LAST-REFUSED-RUN
                       ADD 1 TO WS-CNT-RUNS-REFUSED
                       MOVE BEFORE_RUN_DATE TO RFL-RUN-DATE
                       MOVE BEFORE_RUN_TIME TO RFL-RUN-TIME
                       WRITE REPORT-LINE FROM REFUSED-LINE
                       DISPLAY "SOSODBRA: LAUF " BEFORE_RUN_ID
                           " IM BACKOUT-FENSTER, NICHT ARCHIVIERT"
                   END-IF
               WHEN OTHER
                   IF NOT BEFLOG-GEN-OPEN
                       PERFORM 2200-OPEN-BEFLOG-GENERATION
                       MOVE BEFORE_RUN_DATE TO WS-BEFLOG-GEN-FIRST
                   END-IF
                   WRITE ARCH-BEFLOG-RECORD FROM BEFLOG-RECORD
                   ADD 1 TO WS-CNT-BEFLOG-ARCHIVED
                   IF BEFORE_RUN_ID NOT = WS-LAST-ARCH-RUN
                       MOVE BEFORE_RUN_ID TO WS-LAST-ARCH-RUN
                       ADD 1 TO WS-CNT-RUNS-ARCHIVED
                   END-IF
                   IF BEFORE_RUN_DATE < WS-BEFLOG-GEN-FIRST
                       MOVE BEFORE_RUN_DATE TO WS-BEFLOG-GEN-FIRST
                   END-IF
                   IF BEFORE_RUN_DATE > WS-BEFLOG-GEN-LAST
                       MOVE BEFORE_RUN_DATE TO WS-BEFLOG-GEN-LAST
                   END-IF
                   MOVE "BEFLOG" TO WS-MT-LOG
                   MOVE BEFORE_RUN_DATE TO WS-MT-DATE
                   PERFORM 7500-COUNT-MONTH
                       THRU 7599-COUNT-MONTH-EXIT
           END-EVALUATE.

       2200-OPEN-BEFLOG-GENERATION.
           MOVE SPACES TO WS-BEFLOG-GEN-NAME
           STRING WS-BEFLOG-PREFIX DELIMITED BY SPACE
                  ".D" WS-RUN-DATE ".T" WS-RUN-TIME
                      DELIMITED BY SIZE
               INTO WS-BEFLOG-GEN-NAME
           OPEN OUTPUT ARCH-BEFLOG-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SOSODBRA: GENERATION " WS-BEFLOG-GEN-NAME
               DISPLAY "SOSODBRA: OPEN FEHLGESCHLAGEN, STATUS="
                   WS-ARCH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           SET BEFLOG-GEN-OPEN TO TRUE.

      *      Online-Rest aus BEFKEEP nach BEFLOG zurückschreiben:
       2300-COPY-BACK-BEFLOG.
           MOVE 0 TO WS-CNT-COPIED
           MOVE "N" TO WS-EOF-KEEP
           OPEN INPUT BEFLOG-KEEP-FILE
           IF WS-KEEP-STATUS NOT = "00"
               DISPLAY "SOSODBRA: BEFKEEP OPEN FEHLGESCHLAGEN, STATUS="
                   WS-KEEP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT BEFLOG-FILE
           PERFORM UNTIL EOF-KEEP
               READ BEFLOG-KEEP-FILE
                   AT END
                       SET EOF-KEEP TO TRUE
                   NOT AT END
                       WRITE BEFLOG-RECORD FROM BEFLOG-KEEP-RECORD
                       ADD 1 TO WS-CNT-COPIED
               END-READ
           END-PERFORM
           CLOSE BEFLOG-KEEP-FILE
           CLOSE BEFLOG-FILE.

      *      Geschlossene Generation in ARCHDIR eintragen (der
      *      Protokollname steht bereits im Satz), mit offenem
      *      Zurückkopieren. Scheitert der Eintrag, bleibt die
      *      Protokolldatei unverändert:
       3000-REGISTER-GENERATION.
           MOVE WS-RUN-DATE TO ARCH_GEN_DATE
           MOVE WS-RUN-TIME TO ARCH_GEN_TIME
           MOVE "K" TO ARCH_STATE
           WRITE ARCHDIR-RECORD
               INVALID KEY
                   DISPLAY "SOSODBRA: ARCHDIR-EINTRAG SCHON VORHANDEN: "
                       ARCH_FILE_NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
           END-WRITE
           MOVE ARCH_KEY TO WS-LOOKUP-KEY
           MOVE ARCH_FILE_NAME TO GEN-NAME
           MOVE ARCH_FIRST_DATE TO GEN-FIRST
           MOVE ARCH_LAST_DATE TO GEN-LAST
           MOVE ARCH_RECORD_COUNT TO GEN-RECORDS
           WRITE REPORT-LINE FROM GEN-LINE.

      *      Ohne neue Generation (nur bereits archivierte Zeilen
      *      entfernt) trägt der jüngste vorhandene Eintrag das
      *      offene Zurückkopieren:
       3100-MARK-COPY-BACK.
           MOVE "K" TO WS-NEW-STATE
           PERFORM 3300-SET-ARCH-STATE.

       3200-FINISH-COPY-BACK.
           MOVE "F" TO WS-NEW-STATE
           PERFORM 3300-SET-ARCH-STATE.

      *      Stand des Eintrags WS-LOOKUP-KEY fortschreiben:
       3300-SET-ARCH-STATE.
           MOVE WS-LOOKUP-KEY TO ARCH_KEY
           READ ARCHDIR-FILE
               INVALID KEY
                   DISPLAY "SOSODBRA: ARCHDIR-EINTRAG FEHLT: "
                       WS-LOOKUP-KEY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
           END-READ
           MOVE WS-NEW-STATE TO ARCH_STATE
           REWRITE ARCHDIR-RECORD
               INVALID KEY
                   DISPLAY "SOSODBRA: ARCHDIR NICHT FORTGESCHRIEBEN: "
                       WS-LOOKUP-KEY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
           END-REWRITE.

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

      *      Eine archivierte Zeile im Monat von WS-MT-DATE für
      *      WS-MT-LOG zählen:
       7500-COUNT-MONTH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT
               IF MT-LOG (WS-SUB) = WS-MT-LOG
                       AND MT-YEAR (WS-SUB) = WS-MT-YEAR
                       AND MT-MONTH (WS-SUB) = WS-MT-MONTH
                   ADD 1 TO MT-RECORDS (WS-SUB)
                   GO TO 7599-COUNT-MONTH-EXIT
               END-IF
           END-PERFORM
           IF WS-MT-COUNT >= WS-MAX-MT-ENTRIES
               DISPLAY "SOSODBRA: MEHR ALS " WS-MAX-MT-ENTRIES
                   " MONATE, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-MT-COUNT
           MOVE WS-MT-LOG TO MT-LOG (WS-MT-COUNT)
           MOVE WS-MT-YEAR TO MT-YEAR (WS-MT-COUNT)
           MOVE WS-MT-MONTH TO MT-MONTH (WS-MT-COUNT)
           MOVE 1 TO MT-RECORDS (WS-MT-COUNT).

       7599-COUNT-MONTH-EXIT.
           CONTINUE.

       8000-PRINT-MONTH-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ARCHIVIERT JE MONAT:" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MONTH-HDR-LINE
           IF WS-MT-COUNT = 0
               MOVE "(KEINE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT
               MOVE MT-LOG (WS-SUB) TO MTL-LOG
               MOVE MT-YEAR (WS-SUB) TO MTL-YEAR
               MOVE MT-MONTH (WS-SUB) TO MTL-MONTH
               MOVE MT-RECORDS (WS-SUB) TO MTL-RECORDS
               WRITE REPORT-LINE FROM MONTH-LINE
           END-PERFORM.

       8500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CATAUDIT GELESEN" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "CATAUDIT ARCHIVIERT" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-ARCHIVED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "CATAUDIT BEREITS ARCHIVIERT, ENTFERNT" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-DROPPED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "CATAUDIT ONLINE" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-KEPT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "CATAUDIT AUS AUDKEEP WIEDERHERGESTELLT" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-RESTORED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFLOG GELESEN" TO SUM-TEXT
           MOVE WS-CNT-BEFLOG-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFLOG ARCHIVIERT" TO SUM-TEXT
           MOVE WS-CNT-BEFLOG-ARCHIVED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFLOG BEREITS ARCHIVIERT, ENTFERNT" TO SUM-TEXT
           MOVE WS-CNT-BEFLOG-DROPPED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFLOG ONLINE" TO SUM-TEXT
           MOVE WS-CNT-BEFLOG-KEPT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "BEFLOG AUS BEFKEEP WIEDERHERGESTELLT" TO SUM-TEXT
           MOVE WS-CNT-BEFLOG-RESTORED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "LAEUFE ARCHIVIERT" TO SUM-TEXT
           MOVE WS-CNT-RUNS-ARCHIVED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "LAEUFE IM BACKOUT-FENSTER" TO SUM-TEXT
           MOVE WS-CNT-RUNS-REFUSED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           COMPUTE WS-CNT-READ = WS-CNT-AUDIT-READ + WS-CNT-BEFLOG-READ
           COMPUTE WS-CNT-ARCHIVED
               = WS-CNT-AUDIT-ARCHIVED + WS-CNT-BEFLOG-ARCHIVED
           MOVE WS-CNT-READ TO RUN-REQ-READ
           MOVE WS-CNT-ARCHIVED TO RUN-REQ-WRITTEN
           MOVE WS-CNT-REFUSED-RECS TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
