      *----------------------------------------------------------------
      * SOSODBRH - Laufhistorie der Katalogfamilie fortschreiben
      *
      * Ob SOSODBIC am Dienstag überhaupt gelaufen ist oder wie lange
      * das Entladen über SOSODBUL zuletzt gedauert hat, ließ sich
      * bisher nur aus alten Protokollen zusammensuchen. Jedes
      * Programm der Familie ruft deshalb dieses Unterprogramm
      * (Parameterbereich SOSODBCQ) am Laufanfang mit Aktion "S" und
      * vor jedem STOP RUN mit Aktion "E".
      *
      * "S" merkt den Startzeitpunkt im Parameterbereich des Rufers
      * vor und löscht Zähler und Sperrangaben. "E" ermittelt Ende
      * und Laufzeit und hängt einen Satz (Layout SOSODBCR) an
      * RUNHIST an; eine fehlende RUNHIST-Datei wird dabei angelegt.
      * Scheitert das Schreiben, meldet das Unterprogramm dies nur
      * über DISPLAY und RUN-REQ-RESULT "N": ein fehlender
      * Historiensatz darf den Lauf selbst nicht scheitern lassen.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBRH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           COPY "sosodbcr.cob".

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS          PIC X(2).
      *      ACCEPT FROM TIME liefert HHMMSShh:
       01  WS-CLOCK                   PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05 WS-CLOCK-HHMMSS         PIC 9(6).
           05 WS-CLOCK-HUNDREDTHS     PIC 9(2).
       01  WS-END-DATE                PIC 9(8).
       01  WS-END-TIME                PIC 9(6).
       01  WS-HMS                     PIC 9(6).
       01  WS-HMS-PARTS REDEFINES WS-HMS.
           05 WS-HMS-HH               PIC 9(2).
           05 WS-HMS-MM               PIC 9(2).
           05 WS-HMS-SS               PIC 9(2).
       01  WS-START-SERIAL            PIC S9(9) COMP.
       01  WS-START-SECS              PIC S9(9) COMP.
       01  WS-END-SECS                PIC S9(9) COMP.
       01  WS-ELAPSED                 PIC S9(9) COMP.

      *      Umrechnung CCYYMMDD in eine fortlaufende Tageszahl (wie
      *      in SOSODBSM):
       01  WS-DTD-DATE.
           05 WS-DTD-YEAR             PIC 9(4).
           05 WS-DTD-MONTH            PIC 9(2).
           05 WS-DTD-DAY              PIC 9(2).
       01  WS-DTD-SERIAL              PIC S9(9) COMP.
       01  WS-DTD-Y                   PIC S9(9) COMP.
       01  WS-DTD-M                   PIC S9(4) COMP.
       01  WS-DTD-Q1                  PIC S9(9) COMP.
       01  WS-DTD-Q2                  PIC S9(9) COMP.
       01  WS-DTD-Q3                  PIC S9(9) COMP.
       01  WS-DTD-MT                  PIC S9(9) COMP.

       LINKAGE SECTION.
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION USING RUN-REQUEST.
       0000-MAIN.
           MOVE "N" TO RUN-REQ-RESULT
           EVALUATE RUN-REQ-ACTION
               WHEN "S"
                   PERFORM 1000-START-RUN
               WHEN "E"
                   PERFORM 2000-END-RUN
                       THRU 2099-END-RUN-EXIT
               WHEN OTHER
                   DISPLAY "SOSODBRH: UNGUELTIGE AKTION: "
                       RUN-REQ-ACTION
           END-EVALUATE
           GOBACK.

       1000-START-RUN.
           ACCEPT RUN-REQ-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK-HHMMSS TO RUN-REQ-START-TIME
           MOVE 0 TO RUN-REQ-RUN-DATE
           MOVE 0 TO RUN-REQ-RUN-TIME
           MOVE 0 TO RUN-REQ-READ
           MOVE 0 TO RUN-REQ-WRITTEN
           MOVE 0 TO RUN-REQ-REJECTED
           MOVE 0 TO RUN-REQ-RC
           MOVE "N" TO RUN-REQ-LOCK-USED
           MOVE 0 TO RUN-REQ-LOCK-WAIT-SECS
           MOVE "J" TO RUN-REQ-RESULT.

       2000-END-RUN.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK-HHMMSS TO WS-END-TIME

      *      Laufzeit über die Tageszahl, damit Läufe über
      *      Mitternacht richtig zählen:
           MOVE RUN-REQ-START-DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-START-SERIAL
           MOVE RUN-REQ-START-TIME TO WS-HMS
           COMPUTE WS-START-SECS
               = WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           MOVE WS-END-DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-END-TIME TO WS-HMS
           COMPUTE WS-END-SECS
               = WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           COMPUTE WS-ELAPSED
               = (WS-DTD-SERIAL - WS-START-SERIAL) * 86400
                 + WS-END-SECS - WS-START-SECS
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF

           MOVE SPACES TO RUNHIST-RECORD
           MOVE RUN-REQ-PROGRAM TO RUN_PROGRAM
           IF RUN-REQ-RUN-DATE = 0
               MOVE RUN-REQ-START-DATE TO RUN_ID_DATE
               MOVE RUN-REQ-START-TIME TO RUN_ID_TIME
           ELSE
               MOVE RUN-REQ-RUN-DATE TO RUN_ID_DATE
               MOVE RUN-REQ-RUN-TIME TO RUN_ID_TIME
           END-IF
           MOVE RUN-REQ-START-DATE TO RUN_START_DATE
           MOVE RUN-REQ-START-TIME TO RUN_START_TIME
           MOVE WS-END-DATE TO RUN_END_DATE
           MOVE WS-END-TIME TO RUN_END_TIME
           MOVE WS-ELAPSED TO RUN_ELAPSED_SECS
           MOVE RUN-REQ-READ TO RUN_RECORDS_READ
           MOVE RUN-REQ-WRITTEN TO RUN_RECORDS_WRITTEN
           MOVE RUN-REQ-REJECTED TO RUN_RECORDS_REJECTED
           MOVE RUN-REQ-RC TO RUN_RETURN_CODE
           IF RUN-REQ-LOCK-USED = "J"
               MOVE "J" TO RUN_LOCK_USED
               MOVE RUN-REQ-LOCK-WAIT-SECS TO RUN_LOCK_WAIT_SECS
           ELSE
               MOVE "N" TO RUN_LOCK_USED
               MOVE 0 TO RUN_LOCK_WAIT_SECS
           END-IF

           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
                   AND WS-RUNHIST-STATUS NOT = "05"
               DISPLAY "SOSODBRH: RUNHIST OPEN FEHLGESCHLAGEN, STATUS="
                   WS-RUNHIST-STATUS ", KEIN SATZ FUER "
                   RUN-REQ-PROGRAM
               GO TO 2099-END-RUN-EXIT
           END-IF
           WRITE RUNHIST-RECORD
           IF WS-RUNHIST-STATUS = "00"
               MOVE "J" TO RUN-REQ-RESULT
           ELSE
               DISPLAY "SOSODBRH: RUNHIST WRITE FEHLGESCHLAGEN, STATUS="
                   WS-RUNHIST-STATUS ", KEIN SATZ FUER "
                   RUN-REQ-PROGRAM
           END-IF
           CLOSE RUNHIST-FILE.

       2099-END-RUN-EXIT.
           CONTINUE.

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
