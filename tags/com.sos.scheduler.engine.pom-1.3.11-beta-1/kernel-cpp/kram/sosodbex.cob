       01  WS-QUOTE                   PIC X(1) VALUE """".
       01  WS-DELIM                   PIC X(1) VALUE ";".

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBEX: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT COLUMNS-FILE
               DISPLAY "SOSODBEX: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
               DISPLAY "SOSODBEX: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT EXPORT-FILE
           DISPLAY "SOSODBEX: COL-ZEILEN: " WS-CNT-COL-ROWS
           DISPLAY "SOSODBEX: VMB-ZEILEN: " WS-CNT-VMB-ROWS
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBEX" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-EXPORT-ONE-ENTRY.
           PERFORM 2000-WRITE-CAT-ROW
           PERFORM 3000-WRITE-COL-ROWS
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POS
           END-STRING.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           COMPUTE RUN-REQ-READ
               = WS-CNT-CAT-ROWS + WS-CNT-COL-ROWS + WS-CNT-VMB-ROWS
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-CAT-ROWS + WS-CNT-COL-ROWS + WS-CNT-VMB-ROWS
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
