      *    VIEWIN-Satzaufbau (gleiche VIEW_SEQ_NO, neuer Dateiname);
      *    seit der Schlüsselumstellung von VIEWMBRS ersetzt SOSODBM
      *    die vorhandene Zeile über VIEWMBRS_KEY.
      * Beide Decks laufen unverändert durch SOSODBVL und SOSODBM;
      * die "U"-Sätze warten dabei in PENDCHG auf die Freigabe über
      * SOSODBAP.
      *
      * Nach RELOCRPT wird je CATALOG_OWNER_DEPT aufgelistet, was
      * erzeugt wurde, damit jede Abteilung vor dem Einreichen
           05 SUM-TEXT                PIC X(40).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           OPEN INPUT RELOC-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBRL: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
               DISPLAY "SOSODBRL: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSOUT-FILE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBRL" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-PROCESS-ALL-PAIRS.
           PERFORM UNTIL EOF-RELOC
               READ RELOC-FILE
           MOVE "PAARE OHNE VERWENDUNG" TO SUM-TEXT
           MOVE WS-CNT-PAIRS-UNMATCHED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-PAIRS-READ TO RUN-REQ-READ
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-TRANS-WRITTEN + WS-CNT-VIEW-WRITTEN
           MOVE WS-CNT-PAIRS-UNMATCHED TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
