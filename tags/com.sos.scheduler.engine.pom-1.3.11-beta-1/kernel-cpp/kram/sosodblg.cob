       01  WS-LINK-NAME               PIC X(60).
       01  WS-LINK-FILE               PIC X(400).
       01  WS-MEMBER-COUNT            PIC 9(4).
       01  WS-USAGE-COUNT             PIC 9(7) VALUE 0.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0500-READ-CONTROL-CARD

           OPEN INPUT JOBUSES-FILE
           IF WS-JOBUSES-STATUS NOT = "00"
               DISPLAY "SOSODBLG: JOBUSES OPEN FEHLGESCHLAGEN, STATUS="
                   WS-JOBUSES-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBLG: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT VIEWMBRS-FILE
           IF WS-VIEWMBRS-STATUS NOT = "00"
               DISPLAY "SOSODBLG: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT DECK-FILE
           CLOSE CATALOG-FILE
           CLOSE VIEWMBRS-FILE
           CLOSE DECK-FILE
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBLG" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       0500-READ-CONTROL-CARD.
           MOVE SPACES TO WS-SEL-JOB
           OPEN INPUT CONTROL-FILE
                                   NOT = WS-SEL-JOB
                           SET EOF-JOBUSES TO TRUE
                       ELSE
                           ADD 1 TO WS-USAGE-COUNT
                           PERFORM 1100-GENERATE-ONE-USAGE
                       END-IF
               END-READ
               INTO DECK-LINE
           END-STRING
           WRITE DECK-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-USAGE-COUNT TO RUN-REQ-READ
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
