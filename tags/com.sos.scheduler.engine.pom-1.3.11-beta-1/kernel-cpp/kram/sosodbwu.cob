      *      betroffenen Jobs in JOBUSES:
       01  WS-MAX-HN-ENTRIES          PIC 9(3) VALUE 500.
       01  WS-HN-COUNT                PIC 9(3) VALUE 0.
       01  WS-REQUEST-COUNT           PIC 9(7) VALUE 0.
       01  HN-TABLE.
           05 HN-NAME                 PIC X(50) OCCURS 500 TIMES.

           05 DTL-DEPT                PIC X(22).
           05 DTL-JOB                 PIC X(50).

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           OPEN INPUT REQUEST-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBWU: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
           IF WS-VIEWMBRS-STATUS NOT = "00"
               DISPLAY "SOSODBWU: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Ohne JOBUSES läuft der Nachweis ohne Jobangaben weiter
                   AT END
                       SET EOF-REQUEST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 2000-XREF-ONE-FILE
               END-READ
           END-PERFORM
               CLOSE JOBUSES-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBWU" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       2000-XREF-ONE-FILE.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-HN-COUNT
               IF WS-HN-COUNT >= WS-MAX-HN-ENTRIES
                   DISPLAY "SOSODBWU: MEHR ALS " WS-MAX-HN-ENTRIES
                       " TREFFER JE DATEI, LAUF ABGEBROCHEN"
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
               ADD 1 TO WS-HN-COUNT
               MOVE WS-VIEW-NAME TO HN-NAME (WS-HN-COUNT)
           END-IF.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-REQUEST-COUNT TO RUN-REQ-READ
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
