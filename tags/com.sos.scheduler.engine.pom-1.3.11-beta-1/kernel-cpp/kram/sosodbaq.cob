      *    zusätzlich alle REFUSE-Versuche im Auswahlzeitraum
      *    einzeln, für die vierteljährliche Sicherheitsdurchsicht.
      * Die Ausgabe geht nach AQRPT.
      *
      * Ältere Zeilen verlagert SOSODBRA in Archivgenerationen. Die
      * Generationen, deren Datumsbereich laut ARCHDIR (Layout
      * SOSODBCG) den Auswahlzeitraum berührt, werden vor dem
      * Online-Bestand in Entstehungsfolge mitgelesen, damit die
      * Auskunft vollständig bleibt. Online-Zeilen bis zum jüngsten
      * archivierten Datum sind bereits archiviert (Abbruch beim
      * Zurückschreiben in SOSODBRA) und werden übergangen. Ist eine
      * eingetragene Generation nicht lesbar, endet der Lauf mit
      * Returncode 4.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBAQ.
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL ARCHDIR-FILE ASSIGN TO "ARCHDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH_KEY
               FILE STATUS IS WS-ARCHDIR-STATUS.

           SELECT ARCH-AUDIT-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  ARCHDIR-FILE.
       01  ARCHDIR-RECORD.
           COPY "sosodbcg.cob".

      *      Archivgeneration im Satzaufbau SOSODBCA (494 Zeichen):
       FD  ARCH-AUDIT-FILE.
       01  ARCH-AUDIT-RECORD          PIC X(494).

      *      Breit genug fuer die Listzeile mit dem vollen
      *      AUDIT_FILE (400 Zeichen):
       FD  REPORT-FILE.

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-ARCHDIR-STATUS          PIC X(2).
       01  WS-ARCH-STATUS             PIC X(2).
       01  WS-EOF-ARCHDIR             PIC X(1) VALUE "N".
           88 EOF-ARCHDIR             VALUE "Y".
       01  WS-EOF-ARCH                PIC X(1).
           88 EOF-ARCH                VALUE "Y".
       01  WS-EOF-CONTROL             PIC X(1) VALUE "N".
           88 EOF-CONTROL             VALUE "Y".
       01  WS-EOF-AUDIT               PIC X(1) VALUE "N".
       01  WS-DATE-LOW                PIC 9(8).
       01  WS-DATE-HIGH               PIC 9(8).

      *      Archivgenerationen aus ARCHDIR; WS-ARCH-LAST ist das
      *      jüngste archivierte AUDIT_DATE:
       01  WS-ARCH-FILE-NAME          PIC X(80).
       01  WS-ARCH-LAST               PIC 9(8) VALUE 0.
       01  WS-CNT-GENS-READ           PIC 9(5) VALUE 0.
       01  WS-CNT-GENS-FAILED         PIC 9(5) VALUE 0.
       01  WS-CNT-ARCH-READ           PIC 9(7) VALUE 0.

       01  WS-CNT-AUDIT-READ          PIC 9(7) VALUE 0.
       01  WS-CNT-SELECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-REFUSE              PIC 9(7) VALUE 0.
           05 TOT-TEXT                PIC X(40).
           05 TOT-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0500-READ-CONTROL-CARD

           OPEN INPUT AUDIT-FILE
               DISPLAY "SOSODBAQ: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
               WRITE REPORT-LINE
           END-IF

           PERFORM 1000-SEARCH-ARCHIVE

           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET EOF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-AUDIT-READ
                       IF AUDIT_DATE > WS-ARCH-LAST
                           PERFORM 2000-PROCESS-AUDIT-RECORD
                               THRU 2099-PROCESS-AUDIT-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE
           CLOSE CATALOG-FILE
           CLOSE REPORT-FILE
           IF WS-CNT-GENS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBAQ" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Steuerkarte lesen und die Auswahlgrenzen aufbereiten:
      *      leere bzw. nullbelegte Grenzen bedeuten keine
      *      Einschränkung; nur die untere Namensgrenze belegt
           IF EOF-CONTROL
               DISPLAY "SOSODBAQ: AQSELECT LEER, KEINE AUSWAHL"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-AQ-MODE NOT = "L" AND WS-AQ-MODE NOT = "S"
               DISPLAY "SOSODBAQ: UNGUELTIGE BETRIEBSART: " WS-AQ-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

               END-IF
           END-IF.

      *      CATAUDIT-Generationen in Schlüsselfolge (also
      *      Entstehungsfolge) durchgehen; gelesen wird, was den
      *      Auswahlzeitraum berührt. Fehlt ARCHDIR, gibt es noch
      *      keine Generation:
       1000-SEARCH-ARCHIVE.
           OPEN INPUT ARCHDIR-FILE
           IF WS-ARCHDIR-STATUS NOT = "00"
               IF WS-ARCHDIR-STATUS NOT = "05"
                   DISPLAY "SOSODBAQ: ARCHDIR OPEN FEHLGESCHLAGEN, "
                       "STATUS=" WS-ARCHDIR-STATUS
                   ADD 1 TO WS-CNT-GENS-FAILED
               END-IF
               CLOSE ARCHDIR-FILE
               GO TO 1099-SEARCH-ARCHIVE-EXIT
           END-IF
           MOVE "CATAUDIT" TO ARCH_LOG_NAME
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
                       IF ARCH_LOG_NAME NOT = "CATAUDIT"
                           SET EOF-ARCHDIR TO TRUE
                       ELSE
                           IF ARCH_LAST_DATE > WS-ARCH-LAST
                               MOVE ARCH_LAST_DATE TO WS-ARCH-LAST
                           END-IF
                           IF ARCH_LAST_DATE NOT < WS-DATE-LOW
                                   AND ARCH_FIRST_DATE
                                       NOT > WS-DATE-HIGH
                               PERFORM 1100-READ-GENERATION
                                   THRU 1199-READ-GENERATION-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHDIR-FILE.

       1099-SEARCH-ARCHIVE-EXIT.
           CONTINUE.

      *      Eine Generation lesen; die Zeilen laufen durch dieselbe
      *      Auswahl wie der Online-Bestand:
       1100-READ-GENERATION.
           MOVE ARCH_FILE_NAME TO WS-ARCH-FILE-NAME
           OPEN INPUT ARCH-AUDIT-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SOSODBAQ: ARCHIVGENERATION NICHT LESBAR, "
                   "STATUS=" WS-ARCH-STATUS ": " WS-ARCH-FILE-NAME
               ADD 1 TO WS-CNT-GENS-FAILED
               GO TO 1199-READ-GENERATION-EXIT
           END-IF
           ADD 1 TO WS-CNT-GENS-READ
           MOVE "N" TO WS-EOF-ARCH
           PERFORM UNTIL EOF-ARCH
               READ ARCH-AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET EOF-ARCH TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ARCH-READ
                       PERFORM 2000-PROCESS-AUDIT-RECORD
                           THRU 2099-PROCESS-AUDIT-EXIT
               END-READ
           END-PERFORM
           CLOSE ARCH-AUDIT-FILE.

       1199-READ-GENERATION-EXIT.
           CONTINUE.

       2000-PROCESS-AUDIT-RECORD.
           PERFORM 2100-CHECK-SELECTION
           IF NOT RECORD-SELECTED
               DISPLAY "SOSODBAQ: MEHR ALS " WS-MAX-OP-ENTRIES
                   " BEARBEITER, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-OP-COUNT
               DISPLAY "SOSODBAQ: MEHR ALS " WS-MAX-DP-ENTRIES
                   " ABTEILUNGEN, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-DP-COUNT
           MOVE "CATAUDIT GELESEN" TO TOT-TEXT
           MOVE WS-CNT-AUDIT-READ TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
           MOVE "ARCHIVGENERATIONEN GELESEN" TO TOT-TEXT
           MOVE WS-CNT-GENS-READ TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
           MOVE "DARAUS ZEILEN GELESEN" TO TOT-TEXT
           MOVE WS-CNT-ARCH-READ TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
           IF WS-CNT-GENS-FAILED > 0
               MOVE "ARCHIVGENERATIONEN NICHT LESBAR" TO TOT-TEXT
               MOVE WS-CNT-GENS-FAILED TO TOT-COUNT
               WRITE REPORT-LINE FROM TOT-LINE
           END-IF
           MOVE "AUSGEWAEHLT" TO TOT-TEXT
           MOVE WS-CNT-SELECTED TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               MOVE WS-CNT-REFUSE TO TOT-COUNT
               WRITE REPORT-LINE FROM TOT-LINE
           END-IF.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           COMPUTE RUN-REQ-READ = WS-CNT-AUDIT-READ + WS-CNT-ARCH-READ
           MOVE WS-CNT-SELECTED TO RUN-REQ-WRITTEN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
