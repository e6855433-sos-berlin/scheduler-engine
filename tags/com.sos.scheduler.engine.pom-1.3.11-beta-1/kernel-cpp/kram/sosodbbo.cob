      * Bearbeiterkennung aus der Steuerkarte); Zeilen in COLUMNS
      * und VIEWMBRS führt CATAUDIT wie bei SOSODBM nicht einzeln.
      *
      * Zurückgedreht werden nur Läufe der letzten WS-BACKOUT-DAYS
      * Tage; ältere BEFLOG-Sätze darf SOSODBRA archivieren, ein
      * solcher Lauf wird deshalb mit Returncode 8 abgewiesen.
      *
      * Returncode: 0 wenn alle Sätze des Laufs zurückgedreht
      * wurden, 4 wenn zur Laufkennung nichts gefunden wurde oder
      * einzelne Sätze nicht rückgängig zu machen waren (z.B. weil
           05 WS-BACK-RUN-DATE        PIC 9(8).
           05 WS-BACK-RUN-TIME        PIC 9(6).

      *      Backout-Fenster in Tagen ab dem Laufdatum; SOSODBRA
      *      hält BEFLOG so lange online und muss denselben Wert
      *      führen:
       01  WS-BACKOUT-DAYS            PIC 9(3) VALUE 30.
       01  WS-TODAY                   PIC 9(8).
       01  WS-TODAY-SERIAL            PIC S9(9) COMP.

      *      Umrechnung CCYYMMDD in eine fortlaufende Tageszahl
      *      (Tageszahl wie in SOSODBSM):
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

       01  WS-CNT-SELECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-REVERSED            PIC 9(7) VALUE 0.
       01  WS-CNT-FAILED              PIC 9(7) VALUE 0.
       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0500-READ-CONTROL-CARD
           PERFORM 0100-OBTAIN-LOCK

               DISPLAY "SOSODBBO: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN I-O COLUMNS-FILE
               DISPLAY "SOSODBBO: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN I-O VIEWMBRS-FILE
               DISPLAY "SOSODBBO: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBBO" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBBO" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBBO: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           IF EOF-CONTROL
               DISPLAY "SOSODBBO: BACKIN LEER, KEINE LAUFKENNUNG"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-BACK-RUN-DATE NOT NUMERIC
               DISPLAY "SOSODBBO: UNGUELTIGE LAUFKENNUNG "
                   WS-BACK-RUN-ID
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL
           MOVE WS-BACK-RUN-DATE TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           IF WS-TODAY-SERIAL - WS-DTD-SERIAL > WS-BACKOUT-DAYS
               DISPLAY "SOSODBBO: LAUF " WS-BACK-RUN-ID
                   " AELTER ALS " WS-BACKOUT-DAYS
                   " TAGE, ZURUECKDREHEN NICHT ZULAESSIG"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           DISPLAY "SOSODBBO: DREHE LAUF " WS-BACK-RUN-ID " ZURUECK".
               TO AUDIT_FILE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-CNT-AUDIT-RECS.

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
           MOVE WS-CNT-SELECTED TO RUN-REQ-READ
           MOVE WS-CNT-REVERSED TO RUN-REQ-WRITTEN
           MOVE WS-CNT-FAILED TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
