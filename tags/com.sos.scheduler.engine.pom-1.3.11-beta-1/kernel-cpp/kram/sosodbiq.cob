      *      (Umlaufspeicher, die jüngsten gewinnen):
       01  WS-MAX-AUD-ENTRIES         PIC 9(1) VALUE 5.
       01  WS-AUD-COUNT               PIC 9(1) VALUE 0.
       01  WS-INQUIRY-COUNT           PIC 9(7) VALUE 0.
       01  AUD-TABLE.
           05 AUD-ENTRY OCCURS 5 TIMES.
              10 AUD-DATE             PIC 9(8).
           05 FILLER                  PIC X(1).
           05 ADL-ACTION              PIC X(6).

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBIQ: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT COLUMNS-FILE
               DISPLAY "SOSODBIQ: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
               DISPLAY "SOSODBIQ: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           CLOSE COLUMNS-FILE
           CLOSE VIEWMBRS-FILE
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBIQ" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "TABLE_NAME ODER NAMENSANFANG (LEER = ENDE):"
           IF WS-INPUT-NAME = SPACES
               SET DIALOG-DONE TO TRUE
           ELSE
               ADD 1 TO WS-INQUIRY-COUNT
               PERFORM 2000-LOOKUP-NAME
           END-IF.


       3399-SHOW-AUDIT-TRAIL-EXIT.
           CONTINUE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-INQUIRY-COUNT TO RUN-REQ-READ
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
