      *----------------------------------------------------------------
      * SOSODBRW - Wöchentlicher Betriebsbericht der Katalogfamilie
      *            aus der Laufhistorie
      *
      * Jedes Programm der Familie hängt je Lauf einen Satz an
      * RUNHIST an (siehe SOSODBCR/SOSODBRH). Dieses Programm wertet
      * die Nächte des Berichtszeitraums aus (Vorgabe: die sieben
      * Nächte vor dem Stichtag, Stichtag = heute) und vergleicht
      * sie mit den Wochen davor (Vorgabe: vier). Als Nacht eines
      * Laufs gilt der Tag, an dem sie beginnt: ein Lauf, der vor
      * 12 Uhr startet, zählt zur Nacht des Vortags.
      *
      * Der Bericht OPSRPT hat drei Teile:
      *  - je Programm Anzahl Läufe, mittlere und längste Laufzeit,
      *    mittlere gelesene und geschriebene Mengen, Summe der
      *    abgewiesenen Sätze, Läufe mit Returncode ungleich 0 und
      *    Wartezeit auf CATLOCK, jeweils mit dem Mittel der
      *    Vergleichswochen. Weicht die mittlere Laufzeit oder die
      *    mittlere gelesene Menge um mindestens die Auffälligkeits-
      *    schwelle (Vorgabe 50 Prozent) ab, steht ein Hinweis in der
      *    Zeile; bei der Laufzeit erst, wenn eines der beiden Mittel
      *    mindestens eine Minute beträgt,
      *  - jeder Lauf im Zeitraum mit Returncode ungleich 0,
      *  - jede Nacht, in der ein in EXPSTEPS (siehe SOSODBCT)
      *    erwarteter Schritt keinen Satz in RUNHIST hat.
      * Der Bericht sollte deshalb erst laufen, wenn die letzte
      * Nacht des Zeitraums abgeschlossen ist.
      *
      * Die Steuerkarte RWSELECT (wahlfrei) gibt Stichtag, Anzahl
      * Nächte (höchstens 31), Anzahl Vergleichswochen (höchstens
      * 12) und die Auffälligkeitsschwelle in Prozent vor; 0 oder
      * fehlend = Vorgabe. Fehlt EXPSTEPS, entfällt der dritte Teil.
      *
      * Geändert wird nichts. Returncode 0, 4 wenn ein Lauf mit
      * Returncode ungleich 0 oder ein fehlender Schritt gemeldet
      * wird, 8 wenn RUNHIST nicht lesbar war.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBRW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "RWSELECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXPSTEPS-FILE ASSIGN TO "EXPSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPSTEPS-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *      Eine Steuerkarte:
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
      *      Stichtag CCYYMMDD, 0 = heute; ausgewertet werden die
      *      Nächte vor dem Stichtag:
           05 RW-END-DATE              PIC 9(8).
      *      Anzahl Nächte, 0 = 7:
           05 RW-DAYS                  PIC 9(2).
      *      Anzahl Vergleichswochen, 0 = 4:
           05 RW-TREND-WEEKS           PIC 9(2).
      *      Auffälligkeitsschwelle in Prozent, 0 = 50:
           05 RW-ALERT-PCT             PIC 9(3).

       FD  EXPSTEPS-FILE.
       01  EXPSTEPS-RECORD.
           COPY "sosodbct.cob".

       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           COPY "sosodbcr.cob".

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-EXPSTEPS-STATUS          PIC X(2).
       01  WS-RUNHIST-STATUS           PIC X(2).
       01  WS-EOF-CONTROL              PIC X(1) VALUE "N".
           88 EOF-CONTROL              VALUE "Y".
       01  WS-EOF-EXPSTEPS             PIC X(1) VALUE "N".
           88 EOF-EXPSTEPS             VALUE "Y".
       01  WS-EOF-RUNHIST              PIC X(1) VALUE "N".
           88 EOF-RUNHIST              VALUE "Y".
       01  WS-FOUND                    PIC X(1).
           88 ENTRY-FOUND              VALUE "Y".
       01  WS-EXPSTEPS-OPEN            PIC X(1) VALUE "N".
           88 EXPSTEPS-OPEN            VALUE "Y".

       01  WS-TODAY                    PIC 9(8).
       01  WS-END-DATE                 PIC 9(8).
       01  WS-DAYS                     PIC 9(2).
       01  WS-TREND-WEEKS              PIC 9(2).
       01  WS-ALERT-PCT                PIC 9(3).
      *      Laufzeitabweichungen zählen erst ab dieser mittleren
      *      Laufzeit (Sekunden):
       01  WS-MIN-ELAPSED              PIC 9(5) VALUE 60.

      *      Berichtszeitraum und Vergleichszeitraum als Tageszahlen
      *      der Nächte:
       01  WS-CUR-FIRST                PIC S9(9) COMP.
       01  WS-CUR-LAST                 PIC S9(9) COMP.
       01  WS-BASE-FIRST               PIC S9(9) COMP.
       01  WS-BASE-LAST                PIC S9(9) COMP.
       01  WS-CUR-FIRST-DATE           PIC 9(8).
       01  WS-CUR-LAST-DATE            PIC 9(8).
       01  WS-NIGHT                    PIC S9(9) COMP.
       01  WS-NIGHT-SUB                PIC 9(2).
       01  WS-WEEKDAY                  PIC 9(2).
       01  WS-QUOT                     PIC S9(9) COMP.

      *      Programme mit Läufen im Berichts- oder
      *      Vergleichszeitraum, nach Programmname geordnet:
       01  WS-MAX-PROGRAMS             PIC 9(3) VALUE 60.
       01  WS-PROG-COUNT               PIC 9(3) VALUE 0.
       01  WS-PROG-SUB                 PIC 9(3).
       01  WS-SHIFT-SUB                PIC 9(3).
       01  PROG-TABLE.
           05 PROG-ENTRY OCCURS 60 TIMES.
              10 PT-PROGRAM            PIC X(8).
              10 PT-CUR-RUNS           PIC 9(5).
              10 PT-CUR-ELAPSED        PIC 9(9).
              10 PT-CUR-MAX            PIC 9(7).
              10 PT-CUR-READ           PIC 9(11).
              10 PT-CUR-WRITTEN        PIC 9(11).
              10 PT-CUR-REJECTED       PIC 9(11).
              10 PT-CUR-BAD-RC         PIC 9(5).
              10 PT-CUR-WAIT           PIC 9(9).
              10 PT-BASE-RUNS          PIC 9(5).
              10 PT-BASE-ELAPSED       PIC 9(9).
              10 PT-BASE-READ          PIC 9(11).

      *      Erwartete Nachtschritte mit je einer Stelle für jede
      *      Nacht des Zeitraums ("J" = Satz vorhanden):
       01  WS-MAX-STEPS                PIC 9(3) VALUE 50.
       01  WS-STEP-COUNT               PIC 9(3) VALUE 0.
       01  WS-STEP-SUB                 PIC 9(3).
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 50 TIMES.
              10 ST-PROGRAM            PIC X(8).
              10 ST-WEEKDAYS           PIC X(7).
              10 ST-TEXT               PIC X(40).
              10 ST-SEEN               PIC X(31).

       01  WEEKDAY-NAMES.
           05 FILLER                   PIC X(10) VALUE "MONTAG".
           05 FILLER                   PIC X(10) VALUE "DIENSTAG".
           05 FILLER                   PIC X(10) VALUE "MITTWOCH".
           05 FILLER                   PIC X(10) VALUE "DONNERSTAG".
           05 FILLER                   PIC X(10) VALUE "FREITAG".
           05 FILLER                   PIC X(10) VALUE "SAMSTAG".
           05 FILLER                   PIC X(10) VALUE "SONNTAG".
       01  WEEKDAY-TABLE REDEFINES WEEKDAY-NAMES.
           05 WEEKDAY-NAME OCCURS 7 TIMES
                                       PIC X(10).

      *      Mittelwerte und Abweichungen einer Berichtszeile:
       01  WS-CUR-AVG-ELAPSED          PIC 9(9).
       01  WS-BASE-AVG-ELAPSED         PIC 9(9).
       01  WS-CUR-AVG-READ             PIC 9(11).
       01  WS-BASE-AVG-READ            PIC 9(11).
       01  WS-CUR-AVG-WRITTEN          PIC 9(11).
       01  WS-PCT-ELAPSED              PIC S9(7) COMP.
       01  WS-PCT-READ                 PIC S9(7) COMP.
       01  WS-PCT-ABS                  PIC S9(7) COMP.
       01  WS-ALERT-ELAPSED            PIC X(1).
           88 ALERT-ELAPSED            VALUE "J".
       01  WS-ALERT-READ               PIC X(1).
           88 ALERT-READ               VALUE "J".

      *      Umrechnung CCYYMMDD in eine fortlaufende Tageszahl und
      *      zurück (wie in SOSODBSM und SOSODBGR):
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

       01  WS-CNT-READ                 PIC 9(7) VALUE 0.
       01  WS-CNT-UNUSABLE             PIC 9(7) VALUE 0.
       01  WS-CNT-CURRENT              PIC 9(7) VALUE 0.
       01  WS-CNT-BASELINE             PIC 9(7) VALUE 0.
       01  WS-CNT-BAD-RC               PIC 9(7) VALUE 0.
       01  WS-CNT-MISSING              PIC 9(7) VALUE 0.
       01  WS-CNT-LINES                PIC 9(7) VALUE 0.

       01  HDR-LINE-1.
           05 FILLER                   PIC X(40)
                   VALUE "BETRIEBSBERICHT KATALOGFAMILIE  NAECHTE ".
           05 FILLER                   PIC X(4) VALUE "VOM ".
           05 HDR-FIRST-DATE           PIC 9(8).
           05 FILLER                   PIC X(5) VALUE " BIS ".
           05 HDR-LAST-DATE            PIC 9(8).
           05 FILLER                   PIC X(13) VALUE "  VERGLEICH: ".
           05 HDR-WEEKS                PIC Z9.
           05 FILLER                   PIC X(14) VALUE " WOCHEN DAVOR".

       01  HDR-LINE-2.
           05 HDR-SECTION              PIC X(80).

       01  TRD-HDR-LINE.
           05 FILLER                   PIC X(10) VALUE "PROGRAMM".
           05 FILLER                   PIC X(7)  VALUE " LAEUFE".
           05 FILLER                   PIC X(10) VALUE "  LZ-MITTL".
           05 FILLER                   PIC X(9)  VALUE "   LZ-MAX".
           05 FILLER                   PIC X(10) VALUE "  LZ-VORH".
           05 FILLER                   PIC X(8)  VALUE "  ABW-%".
           05 FILLER                   PIC X(13) VALUE "  GELES-MITTL".
           05 FILLER                   PIC X(13) VALUE "   GELES-VORH".
           05 FILLER                   PIC X(8)  VALUE "  ABW-%".
           05 FILLER                   PIC X(13) VALUE "  GESCH-MITTL".
           05 FILLER                   PIC X(12) VALUE "  ABGEWIESEN".
           05 FILLER                   PIC X(6)  VALUE "  RC>0".
           05 FILLER                   PIC X(10) VALUE " CATLOCK-S".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE "HINWEIS".

       01  TRD-LINE.
           05 TRD-PROGRAM              PIC X(10).
           05 TRD-RUNS                 PIC Z(6)9.
           05 TRD-AVG-ELAPSED          PIC Z(9)9.
           05 TRD-MAX-ELAPSED          PIC Z(8)9.
           05 TRD-BASE-ELAPSED         PIC Z(9)9.
           05 TRD-PCT-ELAPSED          PIC -(7)9.
           05 TRD-AVG-READ             PIC Z(12)9.
           05 TRD-BASE-READ            PIC Z(12)9.
           05 TRD-PCT-READ             PIC -(7)9.
           05 TRD-AVG-WRITTEN          PIC Z(12)9.
           05 TRD-REJECTED             PIC Z(11)9.
           05 TRD-BAD-RC               PIC Z(5)9.
           05 TRD-WAIT                 PIC Z(9)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TRD-NOTE                 PIC X(30).

       01  RC-HDR-LINE.
           05 FILLER                   PIC X(10) VALUE "PROGRAMM".
           05 FILLER                   PIC X(17) VALUE "LAUFKENNUNG".
           05 FILLER                   PIC X(17) VALUE "START".
           05 FILLER                   PIC X(17) VALUE "ENDE".
           05 FILLER                   PIC X(5)  VALUE "   RC".
           05 FILLER                   PIC X(12) VALUE "     GELESEN".
           05 FILLER                   PIC X(12) VALUE " GESCHRIEBEN".
           05 FILLER                   PIC X(12) VALUE "  ABGEWIESEN".
           05 FILLER                   PIC X(10) VALUE " CATLOCK-S".

       01  RC-LINE.
           05 RCL-PROGRAM              PIC X(10).
           05 RCL-ID-DATE              PIC 9(8).
           05 FILLER                   PIC X(1) VALUE "/".
           05 RCL-ID-TIME              PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RCL-START-DATE           PIC 9(8).
           05 FILLER                   PIC X(1) VALUE "/".
           05 RCL-START-TIME           PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RCL-END-DATE             PIC 9(8).
           05 FILLER                   PIC X(1) VALUE "/".
           05 RCL-END-TIME             PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RCL-RC                   PIC ZZZZ9.
           05 RCL-READ                 PIC Z(11)9.
           05 RCL-WRITTEN              PIC Z(11)9.
           05 RCL-REJECTED             PIC Z(11)9.
           05 RCL-WAIT                 PIC Z(9)9.

       01  MISS-HDR-LINE.
           05 FILLER                   PIC X(10) VALUE "NACHT".
           05 FILLER                   PIC X(12) VALUE "WOCHENTAG".
           05 FILLER                   PIC X(10) VALUE "PROGRAMM".
           05 FILLER                   PIC X(42) VALUE "SCHRITT".

       01  MISS-LINE.
           05 MSL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 MSL-WEEKDAY              PIC X(12).
           05 MSL-PROGRAM              PIC X(10).
           05 MSL-TEXT                 PIC X(42).
           05 FILLER                   PIC X(20)
                   VALUE "KEIN SATZ IN RUNHIST".

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
           PERFORM 0500-READ-CONTROL-CARD
           PERFORM 0600-SET-PERIODS
           PERFORM 1000-LOAD-EXPSTEPS

           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "SOSODBRW: RUNHIST OPEN FEHLGESCHLAGEN, STATUS="
                   WS-RUNHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-RUNHIST
               READ RUNHIST-FILE
                   AT END
                       SET EOF-RUNHIST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 2000-TAKE-RUN
                           THRU 2099-TAKE-RUN-EXIT
               END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM 4000-PRINT-TRENDS
           PERFORM 5000-PRINT-BAD-RUNS
           PERFORM 6000-PRINT-MISSING-STEPS
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "SOSODBRW: LAEUFE MIT RC UNGLEICH 0: " WS-CNT-BAD-RC
           DISPLAY "SOSODBRW: FEHLENDE SCHRITTE: " WS-CNT-MISSING
           IF WS-CNT-BAD-RC > 0 OR WS-CNT-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBRW" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0500-READ-CONTROL-CARD.
           MOVE 0 TO WS-END-DATE
           MOVE 0 TO WS-DAYS
           MOVE 0 TO WS-TREND-WEEKS
           MOVE 0 TO WS-ALERT-PCT
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   SET EOF-CONTROL TO TRUE
               NOT AT END
                   IF RW-END-DATE IS NUMERIC
                       MOVE RW-END-DATE TO WS-END-DATE
                   END-IF
                   IF RW-DAYS IS NUMERIC
                       MOVE RW-DAYS TO WS-DAYS
                   END-IF
                   IF RW-TREND-WEEKS IS NUMERIC
                       MOVE RW-TREND-WEEKS TO WS-TREND-WEEKS
                   END-IF
                   IF RW-ALERT-PCT IS NUMERIC
                       MOVE RW-ALERT-PCT TO WS-ALERT-PCT
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           IF WS-END-DATE = 0
               MOVE WS-TODAY TO WS-END-DATE
           END-IF
           IF WS-DAYS = 0
               MOVE 7 TO WS-DAYS
           END-IF
           IF WS-DAYS > 31
               MOVE 31 TO WS-DAYS
           END-IF
           IF WS-TREND-WEEKS = 0
               MOVE 4 TO WS-TREND-WEEKS
           END-IF
           IF WS-TREND-WEEKS > 12
               MOVE 12 TO WS-TREND-WEEKS
           END-IF
           IF WS-ALERT-PCT = 0
               MOVE 50 TO WS-ALERT-PCT
           END-IF.

      *      Die Nächte vor dem Stichtag, davor die Vergleichswochen:
       0600-SET-PERIODS.
           MOVE WS-END-DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           COMPUTE WS-CUR-LAST = WS-DTD-SERIAL - 1
           COMPUTE WS-CUR-FIRST = WS-DTD-SERIAL - WS-DAYS
           COMPUTE WS-BASE-LAST = WS-CUR-FIRST - 1
           COMPUTE WS-BASE-FIRST
               = WS-CUR-FIRST - 7 * WS-TREND-WEEKS

           MOVE WS-CUR-FIRST TO WS-DTD-SERIAL
           PERFORM 7100-DAYS-TO-DATE
           MOVE WS-DTD-DATE TO WS-CUR-FIRST-DATE
           MOVE WS-CUR-LAST TO WS-DTD-SERIAL
           PERFORM 7100-DAYS-TO-DATE
           MOVE WS-DTD-DATE TO WS-CUR-LAST-DATE.

       1000-LOAD-EXPSTEPS.
           OPEN INPUT EXPSTEPS-FILE
           IF WS-EXPSTEPS-STATUS NOT = "00"
                   AND WS-EXPSTEPS-STATUS NOT = "05"
               DISPLAY "SOSODBRW: EXPSTEPS NICHT LESBAR, STATUS="
                   WS-EXPSTEPS-STATUS ", PRUEFUNG ENTFAELLT"
               SET EOF-EXPSTEPS TO TRUE
           ELSE
               SET EXPSTEPS-OPEN TO TRUE
           END-IF
           PERFORM UNTIL EOF-EXPSTEPS
               READ EXPSTEPS-FILE
                   AT END
                       SET EOF-EXPSTEPS TO TRUE
                   NOT AT END
                       IF EXP_PROGRAM NOT = SPACES
                           IF WS-STEP-COUNT >= WS-MAX-STEPS
                               DISPLAY "SOSODBRW: EXPSTEPS GROESSER "
                                   "ALS " WS-MAX-STEPS
                                   " EINTRAEGE, LAUF ABGEBROCHEN"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 9900-WRITE-RUN-HISTORY
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-STEP-COUNT
                           MOVE EXP_PROGRAM
                               TO ST-PROGRAM (WS-STEP-COUNT)
                           MOVE EXP_WEEKDAYS
                               TO ST-WEEKDAYS (WS-STEP-COUNT)
                           MOVE EXP_TEXT TO ST-TEXT (WS-STEP-COUNT)
                           MOVE SPACES TO ST-SEEN (WS-STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF EXPSTEPS-OPEN
               CLOSE EXPSTEPS-FILE
           END-IF.

      *      Lauf seiner Nacht zuordnen und in den Berichts- bzw.
      *      Vergleichszeitraum aufnehmen:
       2000-TAKE-RUN.
           IF RUN_START_DATE IS NOT NUMERIC
                   OR RUN_START_TIME IS NOT NUMERIC
                   OR RUN_START_DATE = 0
               ADD 1 TO WS-CNT-UNUSABLE
               GO TO 2099-TAKE-RUN-EXIT
           END-IF
           PERFORM 2500-COMPUTE-NIGHT
           IF WS-NIGHT < WS-BASE-FIRST OR WS-NIGHT > WS-CUR-LAST
               GO TO 2099-TAKE-RUN-EXIT
           END-IF

           PERFORM 2100-FIND-PROGRAM
               THRU 2199-FIND-PROGRAM-EXIT
           IF WS-NIGHT < WS-CUR-FIRST
               ADD 1 TO WS-CNT-BASELINE
               ADD 1 TO PT-BASE-RUNS (WS-PROG-SUB)
               ADD RUN_ELAPSED_SECS TO PT-BASE-ELAPSED (WS-PROG-SUB)
               ADD RUN_RECORDS_READ TO PT-BASE-READ (WS-PROG-SUB)
               GO TO 2099-TAKE-RUN-EXIT
           END-IF

           ADD 1 TO WS-CNT-CURRENT
           ADD 1 TO PT-CUR-RUNS (WS-PROG-SUB)
           ADD RUN_ELAPSED_SECS TO PT-CUR-ELAPSED (WS-PROG-SUB)
           IF RUN_ELAPSED_SECS > PT-CUR-MAX (WS-PROG-SUB)
               MOVE RUN_ELAPSED_SECS TO PT-CUR-MAX (WS-PROG-SUB)
           END-IF
           ADD RUN_RECORDS_READ TO PT-CUR-READ (WS-PROG-SUB)
           ADD RUN_RECORDS_WRITTEN TO PT-CUR-WRITTEN (WS-PROG-SUB)
           ADD RUN_RECORDS_REJECTED TO PT-CUR-REJECTED (WS-PROG-SUB)
           IF RUN_RETURN_CODE NOT = 0
               ADD 1 TO PT-CUR-BAD-RC (WS-PROG-SUB)
           END-IF
           ADD RUN_LOCK_WAIT_SECS TO PT-CUR-WAIT (WS-PROG-SUB)

           COMPUTE WS-NIGHT-SUB = WS-NIGHT - WS-CUR-FIRST + 1
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF ST-PROGRAM (WS-STEP-SUB) = RUN_PROGRAM
                   MOVE "J" TO ST-SEEN (WS-STEP-SUB) (WS-NIGHT-SUB:1)
               END-IF
           END-PERFORM.

       2099-TAKE-RUN-EXIT.
           CONTINUE.

      *      Programm suchen bzw. an seiner Stelle in der Folge der
      *      Programmnamen einfügen; liefert WS-PROG-SUB:
       2100-FIND-PROGRAM.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-PROG-COUNT
                      OR ENTRY-FOUND
                      OR PT-PROGRAM (WS-PROG-SUB) > RUN_PROGRAM
               IF PT-PROGRAM (WS-PROG-SUB) = RUN_PROGRAM
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-PROG-SUB
               GO TO 2199-FIND-PROGRAM-EXIT
           END-IF

           IF WS-PROG-COUNT >= WS-MAX-PROGRAMS
               DISPLAY "SOSODBRW: MEHR ALS " WS-MAX-PROGRAMS
                   " PROGRAMME IN RUNHIST, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-PROG-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-PROG-SUB
               MOVE PROG-ENTRY (WS-SHIFT-SUB)
                   TO PROG-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-PROG-COUNT
           MOVE RUN_PROGRAM TO PT-PROGRAM (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-RUNS (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-ELAPSED (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-MAX (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-READ (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-WRITTEN (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-REJECTED (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-BAD-RC (WS-PROG-SUB)
           MOVE 0 TO PT-CUR-WAIT (WS-PROG-SUB)
           MOVE 0 TO PT-BASE-RUNS (WS-PROG-SUB)
           MOVE 0 TO PT-BASE-ELAPSED (WS-PROG-SUB)
           MOVE 0 TO PT-BASE-READ (WS-PROG-SUB).

       2199-FIND-PROGRAM-EXIT.
           CONTINUE.

      *      Ein Lauf vor 12 Uhr gehört zur Nacht des Vortags:
       2500-COMPUTE-NIGHT.
           MOVE RUN_START_DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-NIGHT
           IF RUN_START_TIME < 120000
               SUBTRACT 1 FROM WS-NIGHT
           END-IF.

       4000-PRINT-TRENDS.
           MOVE WS-CUR-FIRST-DATE TO HDR-FIRST-DATE
           MOVE WS-CUR-LAST-DATE TO HDR-LAST-DATE
           MOVE WS-TREND-WEEKS TO HDR-WEEKS
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           MOVE "LAUFZEIT IN SEKUNDEN UND MENGEN, MITTEL JE LAUF"
               TO HDR-SECTION
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM TRD-HDR-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-PROG-COUNT
               PERFORM 4100-PRINT-TREND-LINE
           END-PERFORM.

       4100-PRINT-TREND-LINE.
           MOVE 0 TO WS-CUR-AVG-ELAPSED
           MOVE 0 TO WS-CUR-AVG-READ
           MOVE 0 TO WS-CUR-AVG-WRITTEN
           MOVE 0 TO WS-BASE-AVG-ELAPSED
           MOVE 0 TO WS-BASE-AVG-READ
           MOVE 0 TO WS-PCT-ELAPSED
           MOVE 0 TO WS-PCT-READ
           MOVE "N" TO WS-ALERT-ELAPSED
           MOVE "N" TO WS-ALERT-READ
           IF PT-CUR-RUNS (WS-PROG-SUB) > 0
               DIVIDE PT-CUR-ELAPSED (WS-PROG-SUB)
                   BY PT-CUR-RUNS (WS-PROG-SUB)
                   GIVING WS-CUR-AVG-ELAPSED ROUNDED
               DIVIDE PT-CUR-READ (WS-PROG-SUB)
                   BY PT-CUR-RUNS (WS-PROG-SUB)
                   GIVING WS-CUR-AVG-READ ROUNDED
               DIVIDE PT-CUR-WRITTEN (WS-PROG-SUB)
                   BY PT-CUR-RUNS (WS-PROG-SUB)
                   GIVING WS-CUR-AVG-WRITTEN ROUNDED
           END-IF
           IF PT-BASE-RUNS (WS-PROG-SUB) > 0
               DIVIDE PT-BASE-ELAPSED (WS-PROG-SUB)
                   BY PT-BASE-RUNS (WS-PROG-SUB)
                   GIVING WS-BASE-AVG-ELAPSED ROUNDED
               DIVIDE PT-BASE-READ (WS-PROG-SUB)
                   BY PT-BASE-RUNS (WS-PROG-SUB)
                   GIVING WS-BASE-AVG-READ ROUNDED
           END-IF

      *      Abweichungen nur, wenn beide Zeiträume Läufe haben:
           IF PT-CUR-RUNS (WS-PROG-SUB) > 0
                   AND PT-BASE-RUNS (WS-PROG-SUB) > 0
               IF WS-BASE-AVG-ELAPSED > 0
                   COMPUTE WS-PCT-ELAPSED ROUNDED
                       = (WS-CUR-AVG-ELAPSED - WS-BASE-AVG-ELAPSED)
                         * 100 / WS-BASE-AVG-ELAPSED
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-PCT-ELAPSED
                   END-COMPUTE
               END-IF
               IF WS-BASE-AVG-READ > 0
                   COMPUTE WS-PCT-READ ROUNDED
                       = (WS-CUR-AVG-READ - WS-BASE-AVG-READ)
                         * 100 / WS-BASE-AVG-READ
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-PCT-READ
                   END-COMPUTE
               END-IF
               MOVE WS-PCT-ELAPSED TO WS-PCT-ABS
               IF WS-PCT-ABS < 0
                   COMPUTE WS-PCT-ABS = 0 - WS-PCT-ABS
               END-IF
               IF WS-PCT-ABS NOT < WS-ALERT-PCT
                       AND (WS-CUR-AVG-ELAPSED NOT < WS-MIN-ELAPSED
                         OR WS-BASE-AVG-ELAPSED NOT < WS-MIN-ELAPSED)
                   SET ALERT-ELAPSED TO TRUE
               END-IF
               MOVE WS-PCT-READ TO WS-PCT-ABS
               IF WS-PCT-ABS < 0
                   COMPUTE WS-PCT-ABS = 0 - WS-PCT-ABS
               END-IF
               IF WS-PCT-ABS NOT < WS-ALERT-PCT
                   SET ALERT-READ TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO TRD-LINE
           MOVE PT-PROGRAM (WS-PROG-SUB) TO TRD-PROGRAM
           MOVE PT-CUR-RUNS (WS-PROG-SUB) TO TRD-RUNS
           MOVE WS-CUR-AVG-ELAPSED TO TRD-AVG-ELAPSED
           MOVE PT-CUR-MAX (WS-PROG-SUB) TO TRD-MAX-ELAPSED
           MOVE WS-BASE-AVG-ELAPSED TO TRD-BASE-ELAPSED
           MOVE WS-PCT-ELAPSED TO TRD-PCT-ELAPSED
           MOVE WS-CUR-AVG-READ TO TRD-AVG-READ
           MOVE WS-BASE-AVG-READ TO TRD-BASE-READ
           MOVE WS-PCT-READ TO TRD-PCT-READ
           MOVE WS-CUR-AVG-WRITTEN TO TRD-AVG-WRITTEN
           MOVE PT-CUR-REJECTED (WS-PROG-SUB) TO TRD-REJECTED
           MOVE PT-CUR-BAD-RC (WS-PROG-SUB) TO TRD-BAD-RC
           MOVE PT-CUR-WAIT (WS-PROG-SUB) TO TRD-WAIT
           EVALUATE TRUE
               WHEN PT-CUR-RUNS (WS-PROG-SUB) = 0
                   MOVE "IM ZEITRAUM NICHT GELAUFEN" TO TRD-NOTE
               WHEN PT-BASE-RUNS (WS-PROG-SUB) = 0
                   MOVE "KEIN VERGLEICH" TO TRD-NOTE
               WHEN ALERT-ELAPSED AND ALERT-READ
                   MOVE "LAUFZEIT UND MENGE AUFFAELLIG" TO TRD-NOTE
               WHEN ALERT-ELAPSED
                   MOVE "LAUFZEIT AUFFAELLIG" TO TRD-NOTE
               WHEN ALERT-READ
                   MOVE "MENGE AUFFAELLIG" TO TRD-NOTE
           END-EVALUATE
           WRITE REPORT-LINE FROM TRD-LINE
           ADD 1 TO WS-CNT-LINES.

      *      Zweiter Durchgang durch RUNHIST in Ablagefolge:
       5000-PRINT-BAD-RUNS.
           MOVE "LAEUFE MIT RETURNCODE UNGLEICH 0" TO HDR-SECTION
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RC-HDR-LINE
               AFTER ADVANCING 2 LINES
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "SOSODBRW: RUNHIST OPEN FEHLGESCHLAGEN, STATUS="
                   WS-RUNHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-RUNHIST
           PERFORM UNTIL EOF-RUNHIST
               READ RUNHIST-FILE
                   AT END
                       SET EOF-RUNHIST TO TRUE
                   NOT AT END
                       PERFORM 5100-CHECK-BAD-RUN
                           THRU 5199-CHECK-BAD-RUN-EXIT
               END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE
           IF WS-CNT-BAD-RC = 0
               MOVE "KEINE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-CHECK-BAD-RUN.
           IF RUN_START_DATE IS NOT NUMERIC
                   OR RUN_START_TIME IS NOT NUMERIC
                   OR RUN_START_DATE = 0
                   OR RUN_RETURN_CODE IS NOT NUMERIC
               GO TO 5199-CHECK-BAD-RUN-EXIT
           END-IF
           IF RUN_RETURN_CODE = 0
               GO TO 5199-CHECK-BAD-RUN-EXIT
           END-IF
           PERFORM 2500-COMPUTE-NIGHT
           IF WS-NIGHT < WS-CUR-FIRST OR WS-NIGHT > WS-CUR-LAST
               GO TO 5199-CHECK-BAD-RUN-EXIT
           END-IF
           ADD 1 TO WS-CNT-BAD-RC
           MOVE RUN_PROGRAM TO RCL-PROGRAM
           MOVE RUN_ID_DATE TO RCL-ID-DATE
           MOVE RUN_ID_TIME TO RCL-ID-TIME
           MOVE RUN_START_DATE TO RCL-START-DATE
           MOVE RUN_START_TIME TO RCL-START-TIME
           MOVE RUN_END_DATE TO RCL-END-DATE
           MOVE RUN_END_TIME TO RCL-END-TIME
           MOVE RUN_RETURN_CODE TO RCL-RC
           MOVE RUN_RECORDS_READ TO RCL-READ
           MOVE RUN_RECORDS_WRITTEN TO RCL-WRITTEN
           MOVE RUN_RECORDS_REJECTED TO RCL-REJECTED
           MOVE RUN_LOCK_WAIT_SECS TO RCL-WAIT
           WRITE REPORT-LINE FROM RC-LINE
           ADD 1 TO WS-CNT-LINES.

       5199-CHECK-BAD-RUN-EXIT.
           CONTINUE.

      *      Je Nacht des Zeitraums die erwarteten Schritte ohne Satz:
       6000-PRINT-MISSING-STEPS.
           MOVE "ERWARTETE NACHTSCHRITTE OHNE LAUF" TO HDR-SECTION
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING PAGE
           IF WS-STEP-COUNT = 0
               MOVE "KEINE ERWARTETEN SCHRITTE (EXPSTEPS LEER)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REPORT-LINE FROM MISS-HDR-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > WS-DAYS
                   PERFORM 6100-CHECK-ONE-NIGHT
               END-PERFORM
               IF WS-CNT-MISSING = 0
                   MOVE "KEINE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       6100-CHECK-ONE-NIGHT.
           COMPUTE WS-NIGHT = WS-CUR-FIRST + WS-NIGHT-SUB - 1
      *      Tageszahl 2 entspricht einem Montag:
           DIVIDE WS-NIGHT BY 7 GIVING WS-QUOT
               REMAINDER WS-DTD-REST
           COMPUTE WS-WEEKDAY = WS-DTD-REST + 5
           IF WS-WEEKDAY > 6
               SUBTRACT 7 FROM WS-WEEKDAY
           END-IF
           ADD 1 TO WS-WEEKDAY
           MOVE WS-NIGHT TO WS-DTD-SERIAL
           PERFORM 7100-DAYS-TO-DATE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF (ST-WEEKDAYS (WS-STEP-SUB) = SPACES
                   OR ST-WEEKDAYS (WS-STEP-SUB) (WS-WEEKDAY:1) = "J")
                   AND ST-SEEN (WS-STEP-SUB) (WS-NIGHT-SUB:1)
                       NOT = "J"
                   ADD 1 TO WS-CNT-MISSING
                   MOVE WS-DTD-DATE TO MSL-DATE
                   MOVE WEEKDAY-NAME (WS-WEEKDAY) TO MSL-WEEKDAY
                   MOVE ST-PROGRAM (WS-STEP-SUB) TO MSL-PROGRAM
                   MOVE ST-TEXT (WS-STEP-SUB) TO MSL-TEXT
                   WRITE REPORT-LINE FROM MISS-LINE
                   ADD 1 TO WS-CNT-LINES
               END-IF
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING PAGE
           MOVE "RUNHIST-SAETZE GELESEN" TO SUM-TEXT
           MOVE WS-CNT-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "DAVON OHNE GUELTIGEN START" TO SUM-TEXT
           MOVE WS-CNT-UNUSABLE TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "LAEUFE IM BERICHTSZEITRAUM" TO SUM-TEXT
           MOVE WS-CNT-CURRENT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "LAEUFE IM VERGLEICHSZEITRAUM" TO SUM-TEXT
           MOVE WS-CNT-BASELINE TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "LAEUFE MIT RETURNCODE UNGLEICH 0" TO SUM-TEXT
           MOVE WS-CNT-BAD-RC TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "FEHLENDE NACHTSCHRITTE" TO SUM-TEXT
           MOVE WS-CNT-MISSING TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

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

      *      Umkehrung von 7000-DATE-TO-DAYS (wie in SOSODBGR):
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
           MOVE WS-CNT-READ TO RUN-REQ-READ
           MOVE WS-CNT-LINES TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
