      *----------------------------------------------------------------
      * SOSODBAM - Pflegeprogramm für die Pflegeberechtigungen
      *            (AUTHFILE)
      *
      * SOSODBM, SOSODBJM und SOSODBAP prüfen jeden Pflegesatz gegen
      * AUTHFILE, aber die Datei selbst war eine Zeilendatei, die
      * jeder mit Editorzugriff ändern konnte: niemand wusste, wer
      * einem Bearbeiter eine Abteilung gegeben hatte, und wer vor
      * Jahren die Abteilung gewechselt hat, durfte die alte immer
      * noch pflegen. AUTHFILE ist deshalb eine ISAM-Datei (Layout
      * SOSODBCU) und wird nur noch über dieses Programm geändert.
      *
      * Gelesen werden Pflegesätze aus AUTHTRAN: "G" = Berechtigung
      * vergeben, "R" = Berechtigung entziehen, je für einen
      * Bearbeiter, eine CATALOG_OWNER_DEPT und wahlweise einen
      * TABLE_OWNER-Bereich (beide Grenzen leer = kein Vorbehalt).
      * Der Schlüssel ist Bearbeiter, Abteilung und Untergrenze;
      * eine geänderte Obergrenze ist ein Entzug und eine neue
      * Vergabe. Geprüft wird:
      *  - die Kennung des Pflegenden ist belegt und nicht die des
      *    Begünstigten (niemand erteilt oder entzieht sich selbst
      *    Rechte),
      *  - bei "G" ist die Abteilung in CATALOG als
      *    CATALOG_OWNER_DEPT geführt und der TABLE_OWNER-Bereich
      *    gültig: beide Grenzen leer oder beide belegt, die
      *    Untergrenze nicht größer als die Obergrenze; der
      *    Schlüssel darf noch nicht vorhanden sein,
      *  - bei "R" muss der Schlüssel vorhanden sein; die Abteilung
      *    muss dafür nicht mehr im Katalog stehen.
      *
      * Jede Vergabe und jeder Entzug wird unter der Kennung des
      * Pflegenden nach CATAUDIT geschrieben, mit den Aktions-
      * kennzeichen "GRANT" bzw. "REVOKE": der Begünstigte steht in
      * AUDIT_TABLE_QUALIFIER (8 Stellen, wie die Kennung), die
      * Untergrenze in AUDIT_TABLE_OWNER, die Abteilung in
      * AUDIT_TABLE_NAME, der Bereich und die Begründung im Klartext
      * in AUDIT_FILE. Abgewiesene Sätze gehen im AUTHTRAN-Satzaufbau
      * nach AUTHREJ, AUTHRPT zeigt je Abteilung die ausgeführten
      * und die abgewiesenen Sätze dieses Laufs.
      *
      * Das Programm belegt wie SOSODBM den CATLOCK-Satz (siehe
      * SOSODBLK), damit sich keine Berechtigung mitten in einem
      * Pflege- oder Freigabelauf ändert. Ist AUTHFILE noch nicht
      * vorhanden, wird sie angelegt; zur Umstellung wird die alte
      * Zeilendatei einmal als "G"-Deck eingespielt.
      *
      * Returncode wie SOSODBM: 0 nur fehlerfrei, 4 bei
      * abgewiesenen Sätzen, 8 bei gescheiterter Pflichtdatei.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "AUTHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH_KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "AUTHREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "AUTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
      *      "G" = vergeben, "R" = entziehen:
           05 ATRANS-ACTION           PIC X(1).
      *      Kennung des Pflegenden, für den Audit-Trail:
           05 ATRANS-OPERATOR-ID      PIC X(8).
      *      Kennung des Bearbeiters, dessen Recht sich ändert:
           05 ATRANS-GRANTEE          PIC X(8).
           05 ATRANS-OWNER-DEPT       PIC X(20).
           05 ATRANS-OWNER-LOW        PIC X(8).
           05 ATRANS-OWNER-HIGH       PIC X(8).
      *      Begründung bzw. Antragsnummer:
           05 ATRANS-REMARKS          PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  AUTH-FILE.
       01  AUTH-RECORD.
           COPY "sosodbcu.cob".

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY "sosodbca.cob".

      *      Abgewiesene Sätze im AUTHTRAN-Satzaufbau, zum
      *      Korrigieren und erneuten Einreichen:
       FD  REJECT-FILE.
       01  REJECT-RECORD              PIC X(133).

       SD  SORT-WORK.
       01  AM-RECORD.
           05 AM-DEPT                 PIC X(20).
           05 AM-SEQ                  PIC 9(7).
           05 AM-ACTION               PIC X(1).
           05 AM-GRANTEE              PIC X(8).
           05 AM-OWNER-LOW            PIC X(8).
           05 AM-OWNER-HIGH           PIC X(8).
           05 AM-OPERATOR             PIC X(8).
           05 AM-TEXT                 PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-AUTH-STATUS             PIC X(2).
       01  WS-EOF-TRANS               PIC X(1) VALUE "N".
           88 EOF-TRANS               VALUE "Y".
       01  WS-EOF-CATALOG             PIC X(1) VALUE "N".
           88 EOF-CATALOG             VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-FOUND                   PIC X(1).
           88 DEPT-FOUND              VALUE "Y".
       01  WS-KEY-STATE               PIC X(1).
           88 KEY-EXISTS              VALUE "V".
       01  WS-APPLY-OK                PIC X(1).
           88 APPLY-OK                VALUE "J".
       01  WS-REJECT-REASON           PIC X(40).
       01  WS-RESULT-TEXT             PIC X(40).
       01  WS-AM-SEQ                  PIC 9(7) VALUE 0.
       01  WS-SUB                     PIC 9(5).
       01  WS-PTR                     PIC 9(3).
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".
      *      Obergrenze und Begründung für den Audit-Satz; nach
      *      DELETE ist der Satzbereich nicht mehr verlässlich (wie
      *      SOSODBJM):
       01  WS-SAVE-HIGH               PIC X(8).
       01  WS-SAVE-REMARKS            PIC X(80).

       01  WS-CNT-TRANS-READ          PIC 9(7) VALUE 0.
       01  WS-CNT-GRANTS              PIC 9(7) VALUE 0.
       01  WS-CNT-REVOKES             PIC 9(7) VALUE 0.
       01  WS-CNT-REJECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-AUDIT-RECS          PIC 9(7) VALUE 0.

      *      Abteilungen mit mindestens einem CATALOG-Eintrag:
       01  WS-MAX-DEPT-ENTRIES        PIC 9(3) VALUE 500.
       01  WS-DEPT-COUNT              PIC 9(3) VALUE 0.
       01  DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 500 TIMES.
              10 DT-DEPT              PIC X(20).

      *      Laufkoordination über SOSODBLK (CATLOCK), wie SOSODBM:
       01  WS-LOCK-RETRIES            PIC 9(3) VALUE 10.
       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

       01  HDR-LINE.
           05 FILLER                  PIC X(3) VALUE "AK".
           05 FILLER                  PIC X(10) VALUE "BEARBEITER".
           05 FILLER                  PIC X(10) VALUE "OWNER VON".
           05 FILLER                  PIC X(10) VALUE "OWNER BIS".
           05 FILLER                  PIC X(10) VALUE "DURCH".
           05 FILLER                  PIC X(40) VALUE "ERGEBNIS".

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  DETAIL-LINE.
           05 DTL-ACTION              PIC X(3).
           05 DTL-GRANTEE             PIC X(10).
           05 DTL-OWNER-LOW           PIC X(10).
           05 DTL-OWNER-HIGH          PIC X(10).
           05 DTL-OPERATOR            PIC X(10).
           05 DTL-TEXT                PIC X(40).

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(30).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           PERFORM 0100-OBTAIN-LOCK
           OPEN INPUT TRANS-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBAM: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: AUTHFILE wird beim ersten Lauf angelegt:
           OPEN I-O AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
                   AND WS-AUTH-STATUS NOT = "05"
               DISPLAY "SOSODBAM: AUTHFILE OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM HDR-LINE

           PERFORM 0300-LOAD-DEPARTMENTS

           SORT SORT-WORK
               ON ASCENDING KEY AM-DEPT
                                AM-SEQ
               INPUT PROCEDURE IS 1000-PROCESS-ALL
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 6000-WRITE-TOTALS

           CLOSE TRANS-FILE
           CLOSE CATALOG-FILE
           CLOSE AUTH-FILE
           CLOSE AUDIT-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           PERFORM 0200-RELEASE-LOCK

           IF WS-CNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBAM" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Laufkoordination wie SOSODBM: ohne den CATLOCK-Satz wird
      *      keine Berechtigung geändert:
       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBAM" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBAM: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       0200-RELEASE-LOCK.
           MOVE "D" TO LOCK-REQ-ACTION
           MOVE "SOSODBAM" TO LOCK-REQ-PROGRAM
           CALL "SOSODBLK" USING LOCK-REQUEST.

      *      Alle CATALOG_OWNER_DEPT einmal einsammeln; eine
      *      unvollständige Liste würde gültige Vergaben abweisen,
      *      deshalb Abbruch statt Überlauf:
       0300-LOAD-DEPARTMENTS.
           PERFORM UNTIL EOF-CATALOG
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET EOF-CATALOG TO TRUE
                   NOT AT END
                       PERFORM 0310-FIND-DEPT
                       IF NOT DEPT-FOUND
                               AND CATALOG_OWNER_DEPT NOT = SPACES
                           PERFORM 0320-ADD-DEPT
                       END-IF
               END-READ
           END-PERFORM.

       0310-FIND-DEPT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
                      OR DEPT-FOUND
               IF DT-DEPT (WS-SUB) = CATALOG_OWNER_DEPT
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0320-ADD-DEPT.
           IF WS-DEPT-COUNT >= WS-MAX-DEPT-ENTRIES
               DISPLAY "SOSODBAM: MEHR ALS " WS-MAX-DEPT-ENTRIES
                   " ABTEILUNGEN IN CATALOG, LAUF ABGEBROCHEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE CATALOG_OWNER_DEPT TO DT-DEPT (WS-DEPT-COUNT).

       1000-PROCESS-ALL.
           PERFORM UNTIL EOF-TRANS
               READ TRANS-FILE
                   AT END
                       SET EOF-TRANS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-TRANS-READ
                       PERFORM 2000-PROCESS-ONE
                           THRU 2099-PROCESS-ONE-EXIT
               END-READ
           END-PERFORM.

       2000-PROCESS-ONE.
           IF ATRANS-ACTION NOT = "G" AND ATRANS-ACTION NOT = "R"
               MOVE "UNGUELTIGE AKTION" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           IF ATRANS-OPERATOR-ID = SPACES
               MOVE "BEARBEITERKENNUNG FEHLT" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           IF ATRANS-GRANTEE = SPACES
               MOVE "BEGUENSTIGTER FEHLT" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           IF ATRANS-OWNER-DEPT = SPACES
               MOVE "ABTEILUNG FEHLT" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

      *      Niemand ändert seine eigenen Rechte:
           IF ATRANS-GRANTEE = ATRANS-OPERATOR-ID
               MOVE "EIGENE BERECHTIGUNG" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           IF ATRANS-ACTION = "G"
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DEPT-COUNT
                          OR DEPT-FOUND
                   IF DT-DEPT (WS-SUB) = ATRANS-OWNER-DEPT
                       SET DEPT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DEPT-FOUND
                   MOVE "ABTEILUNG NICHT IN CATALOG"
                       TO WS-REJECT-REASON
                   GO TO 2090-REJECT
               END-IF
               IF (ATRANS-OWNER-LOW = SPACES
                       AND ATRANS-OWNER-HIGH NOT = SPACES)
                   OR (ATRANS-OWNER-LOW NOT = SPACES
                       AND ATRANS-OWNER-HIGH = SPACES)
                   MOVE "OWNER-BEREICH UNVOLLSTAENDIG"
                       TO WS-REJECT-REASON
                   GO TO 2090-REJECT
               END-IF
               IF ATRANS-OWNER-LOW > ATRANS-OWNER-HIGH
                   MOVE "OWNER-UNTERGRENZE GROESSER OBERGRENZE"
                       TO WS-REJECT-REASON
                   GO TO 2090-REJECT
               END-IF
           END-IF

           MOVE SPACE TO WS-KEY-STATE
           MOVE ATRANS-GRANTEE TO AUTH_OPERATOR_ID
           MOVE ATRANS-OWNER-DEPT TO AUTH_OWNER_DEPT
           MOVE ATRANS-OWNER-LOW TO AUTH_OWNER_LOW
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "V" TO WS-KEY-STATE
           END-READ

           IF ATRANS-ACTION = "G" AND KEY-EXISTS
               MOVE "BERECHTIGUNG SCHON VORHANDEN" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF
           IF ATRANS-ACTION = "R" AND NOT KEY-EXISTS
               MOVE "BERECHTIGUNG NICHT VORHANDEN" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           PERFORM 3000-APPLY-ONE
           IF NOT APPLY-OK
               MOVE "EIN-/AUSGABE ABGEWIESEN" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF
           PERFORM 2500-RELEASE-RESULT
           GO TO 2099-PROCESS-ONE-EXIT.

       2090-REJECT.
           ADD 1 TO WS-CNT-REJECTED
           WRITE REJECT-RECORD FROM TRANS-RECORD
           MOVE WS-REJECT-REASON TO WS-RESULT-TEXT
           PERFORM 2500-RELEASE-RESULT.

       2099-PROCESS-ONE-EXIT.
           CONTINUE.

      *      Berichtszeile zum Pflegesatz, Ergebnis in
      *      WS-RESULT-TEXT:
       2500-RELEASE-RESULT.
           ADD 1 TO WS-AM-SEQ
           MOVE ATRANS-OWNER-DEPT TO AM-DEPT
           MOVE WS-AM-SEQ TO AM-SEQ
           MOVE ATRANS-ACTION TO AM-ACTION
           MOVE ATRANS-GRANTEE TO AM-GRANTEE
           MOVE ATRANS-OWNER-LOW TO AM-OWNER-LOW
           MOVE ATRANS-OWNER-HIGH TO AM-OWNER-HIGH
           MOVE ATRANS-OPERATOR-ID TO AM-OPERATOR
           MOVE WS-RESULT-TEXT TO AM-TEXT
           RELEASE AM-RECORD.

       3000-APPLY-ONE.
           MOVE "N" TO WS-APPLY-OK
           EVALUATE ATRANS-ACTION
               WHEN "G"
                   MOVE ATRANS-GRANTEE TO AUTH_OPERATOR_ID
                   MOVE ATRANS-OWNER-DEPT TO AUTH_OWNER_DEPT
                   MOVE ATRANS-OWNER-LOW TO AUTH_OWNER_LOW
                   MOVE ATRANS-OWNER-HIGH TO AUTH_OWNER_HIGH
                   ACCEPT AUTH_GRANT_DATE FROM DATE YYYYMMDD
                   ACCEPT AUTH_GRANT_TIME FROM TIME
                   MOVE ATRANS-OPERATOR-ID TO AUTH_GRANTED_BY
                   MOVE ATRANS-REMARKS TO AUTH_REMARKS
                   MOVE AUTH_OWNER_HIGH TO WS-SAVE-HIGH
                   MOVE ATRANS-REMARKS TO WS-SAVE-REMARKS
                   WRITE AUTH-RECORD
                       INVALID KEY
                           DISPLAY "SOSODBAM: WRITE ABGEWIESEN: "
                               ATRANS-GRANTEE " " ATRANS-OWNER-DEPT
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                           ADD 1 TO WS-CNT-GRANTS
                           MOVE "VERGEBEN" TO WS-RESULT-TEXT
                           PERFORM 4000-WRITE-AUDIT-RECORD
                   END-WRITE
               WHEN "R"
      *              Obergrenze aus dem vorhandenen Satz retten, der
      *              Satzbereich ist nach DELETE nicht mehr
      *              verlässlich:
                   MOVE AUTH_OWNER_HIGH TO WS-SAVE-HIGH
                   MOVE ATRANS-REMARKS TO WS-SAVE-REMARKS
                   DELETE AUTH-FILE
                       INVALID KEY
                           DISPLAY "SOSODBAM: DELETE ABGEWIESEN: "
                               ATRANS-GRANTEE " " ATRANS-OWNER-DEPT
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                           ADD 1 TO WS-CNT-REVOKES
                           MOVE "ENTZOGEN" TO WS-RESULT-TEXT
                           PERFORM 4000-WRITE-AUDIT-RECORD
                   END-DELETE
           END-EVALUATE.

      *      Audit-Satz wie bei SOSODBJM; der Begünstigte steht in
      *      AUDIT_TABLE_QUALIFIER, die Abteilung in
      *      AUDIT_TABLE_NAME, Bereich und Begründung in AUDIT_FILE:
       4000-WRITE-AUDIT-RECORD.
           ACCEPT AUDIT_DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT_TIME FROM TIME
           MOVE ATRANS-OPERATOR-ID TO AUDIT_OPERATOR_ID
           MOVE ATRANS-GRANTEE     TO AUDIT_TABLE_QUALIFIER
           MOVE ATRANS-OWNER-LOW   TO AUDIT_TABLE_OWNER
           MOVE ATRANS-OWNER-DEPT  TO AUDIT_TABLE_NAME
           MOVE SPACES TO AUDIT_FILE
           MOVE 1 TO WS-PTR
           IF ATRANS-OWNER-LOW = SPACES AND WS-SAVE-HIGH = SPACES
               STRING "ALLE TABLE_OWNER" DELIMITED BY SIZE
                   INTO AUDIT_FILE
                   WITH POINTER WS-PTR
               END-STRING
           ELSE
               STRING "TABLE_OWNER " DELIMITED BY SIZE
                      ATRANS-OWNER-LOW DELIMITED BY SPACE
                      " BIS " DELIMITED BY SIZE
                      WS-SAVE-HIGH DELIMITED BY SPACE
                   INTO AUDIT_FILE
                   WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF WS-SAVE-REMARKS NOT = SPACES
               STRING "; " DELIMITED BY SIZE
                      WS-SAVE-REMARKS DELIMITED BY SIZE
                   INTO AUDIT_FILE
                   WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF ATRANS-ACTION = "G"
               MOVE "GRANT" TO AUDIT_ACTION
           ELSE
               MOVE "REVOKE" TO AUDIT_ACTION
           END-IF
           WRITE AUDIT-RECORD
           ADD 1 TO WS-CNT-AUDIT-RECS.

      *      Bericht, nach Abteilung gruppiert (wie SOSODBJM):
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR AM-DEPT NOT = WS-PREV-DEPT
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE AM-DEPT TO WS-PREV-DEPT
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE AM-DEPT TO DEPT-HDR-NAME
                           WRITE REPORT-LINE FROM DEPT-HDR-LINE
                       END-IF
                       MOVE AM-ACTION TO DTL-ACTION
                       MOVE AM-GRANTEE TO DTL-GRANTEE
                       MOVE AM-OWNER-LOW TO DTL-OWNER-LOW
                       MOVE AM-OWNER-HIGH TO DTL-OWNER-HIGH
                       MOVE AM-OPERATOR TO DTL-OPERATOR
                       MOVE AM-TEXT TO DTL-TEXT
                       WRITE REPORT-LINE FROM DETAIL-LINE
               END-RETURN
           END-PERFORM.

       6000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AUTHTRAN GELESEN" TO SUM-TEXT
           MOVE WS-CNT-TRANS-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "VERGEBEN" TO SUM-TEXT
           MOVE WS-CNT-GRANTS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "ENTZOGEN" TO SUM-TEXT
           MOVE WS-CNT-REVOKES TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "ABGEWIESEN" TO SUM-TEXT
           MOVE WS-CNT-REJECTED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "AUDIT-SAETZE GESCHRIEBEN" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-RECS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-TRANS-READ TO RUN-REQ-READ
           COMPUTE RUN-REQ-WRITTEN = WS-CNT-GRANTS + WS-CNT-REVOKES
           MOVE WS-CNT-REJECTED TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
