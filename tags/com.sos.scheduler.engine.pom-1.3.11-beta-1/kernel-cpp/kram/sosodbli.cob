       WORKING-STORAGE SECTION.
       01  WS-PAGE-NO                 PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT              PIC 9(3) VALUE 99.
       01  WS-ENTRY-COUNT             PIC 9(7) VALUE 0.
       01  WS-LINES-PER-PAGE          PIC 9(3) VALUE 55.
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
           05 DTL-TYPE                PIC X(12).
           05 DTL-FILE                PIC X(400).

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           OPEN OUTPUT PRINT-FILE

           SORT SORT-WORK
               OUTPUT PROCEDURE IS 2000-PRINT-ALL

           CLOSE PRINT-FILE
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBLI" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       2000-PRINT-ALL.
           RETURN SORT-WORK
               AT END
           MOVE TABLE_TYPE OF SORT-RECORD      TO DTL-TYPE
           MOVE FILE_NAME OF SORT-RECORD       TO DTL-FILE
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ENTRY-COUNT.

       2200-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           WRITE PRINT-LINE FROM HDR-LINE-1 AFTER ADVANCING PAGE
           WRITE PRINT-LINE FROM HDR-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-ENTRY-COUNT TO RUN-REQ-READ
           MOVE WS-ENTRY-COUNT TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
