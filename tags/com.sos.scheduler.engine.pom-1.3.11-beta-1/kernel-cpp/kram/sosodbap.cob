      *----------------------------------------------------------------
      * SOSODBAP - Freigabe der Pflegesätze mit Vier-Augen-Pflicht
      *            (Freigabewarteschlange PENDCHG)
      *
      * Ein einzelner Bearbeiter konnte bisher mit einem "U" oder "D"
      * jeden CATALOG-Eintrag seiner Abteilung ändern oder austragen;
      * ein falsches RECSIZE in einem Deck hat so über Nacht sechzig
      * Tabellen für die Jobs unlesbar gemacht. SOSODBVL stellt
      * solche Sätze deshalb in PENDCHG (Layout SOSODBCP) ein, und
      * SOSODBM wendet nur an, was hier freigegeben wurde.
      *
      * Dieses Programm liest Entscheidungssätze aus APPRIN ("A" =
      * freigeben, "R" = zurückweisen) zu je einem PENDCHG-Schlüssel.
      * Entscheiden darf nur, wer nicht selbst eingereicht hat und
      * laut AUTHFILE die CATALOG_OWNER_DEPT des Satzes (und, falls
      * dort eingeschränkt, den TABLE_OWNER-Bereich des vorhandenen
      * Eintrags) pflegen darf; der Satz muss noch offen sein. Jede
      * Freigabe und jede Zurückweisung wird mit den Aktions-
      * kennzeichen "APPROV" bzw. "REJECT" unter der Kennung des
      * Entscheiders nach CATAUDIT geschrieben, ein unberechtigter
      * Entscheidungsversuch (auch die Selbstfreigabe) mit "REFUSE".
      *
      * Abgewiesene Entscheidungssätze gehen im APPRIN-Satzaufbau
      * nach APPRREJ. APPRRPT zeigt je Abteilung die abgewiesenen
      * und die ausgeführten Entscheidungen dieses Laufs sowie alle
      * noch offenen Sätze mit Einreicher und Grund; bei "FORMAT"
      * stehen RECFORM/RECSIZE alt und neu daneben, damit der
      * Freigebende die Änderung ohne Blick in das Deck beurteilen
      * kann. Das Programm belegt wie SOSODBM den CATLOCK-Satz
      * (siehe SOSODBLK), damit keine Entscheidung in einen
      * laufenden Pflegelauf fällt. Returncode wie SOSODBM: 0 nur
      * fehlerfrei, 4 bei abgewiesenen Entscheidungen, 8 bei
      * gescheiterter Pflichtdatei.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND_KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH_KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "APPRREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPR-FILE.
       01  APPR-RECORD.
      *      "A" = freigeben, "R" = zurückweisen:
           05 APPR-ACTION             PIC X(1).
      *      Kennung des Entscheiders, für den Audit-Trail:
           05 APPR-OPERATOR-ID        PIC X(8).
      *      Schlüssel des PENDCHG-Satzes (siehe SOSODBCP):
           05 APPR-PEND-KEY.
              10 APPR-SUBMIT-DATE     PIC 9(8).
              10 APPR-SUBMIT-TIME     PIC 9(6).
              10 APPR-SEQ-NO          PIC 9(5).
      *      Vermerk zur Entscheidung:
           05 APPR-NOTE               PIC X(60).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "sosodbcp.cob".

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

      *      Berechtigungen wie in SOSODBM (siehe dort):
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           COPY "sosodbcu.cob".

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY "sosodbca.cob".

      *      Abgewiesene Entscheidungssätze im APPRIN-Satzaufbau:
       FD  REJECT-FILE.
       01  REJECT-RECORD              PIC X(88).

      *      Berichtszeilen je Abteilung; AP-KIND ordnet innerhalb
      *      der Abteilung: "1" abgewiesene Entscheidung, "2"
      *      ausgeführte Entscheidung, "3" noch offener Satz:
       SD  SORT-WORK.
       01  AP-RECORD.
           05 AP-DEPT                 PIC X(20).
           05 AP-KIND                 PIC X(1).
           05 AP-KEY                  PIC X(19).
           05 AP-ACTION               PIC X(1).
           05 AP-TABLE                PIC X(50).
           05 AP-SUBMITTER            PIC X(8).
           05 AP-OPERATOR             PIC X(8).
           05 AP-TEXT                 PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS          PIC X(2).
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-AUTH-STATUS             PIC X(2).
       01  WS-EOF-APPR                PIC X(1) VALUE "N".
           88 EOF-APPR                VALUE "Y".
       01  WS-EOF-PENDING             PIC X(1) VALUE "N".
           88 EOF-PENDING             VALUE "Y".
       01  WS-EOF-AUTH                PIC X(1) VALUE "N".
           88 EOF-AUTH                VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-AUTHORIZED              PIC X(1).
           88 OPERATOR-AUTHORIZED     VALUE "Y".
       01  WS-CATALOG-FOUND           PIC X(1).
           88 CATALOG-FOUND           VALUE "Y".
       01  WS-AUTH-DEPT               PIC X(20).
       01  WS-AUTH-OWNER              PIC X(8).
       01  WS-AUTH-OPERATOR           PIC X(8).
       01  WS-REJECT-REASON           PIC X(40).
       01  WS-AUDIT-FILE-NAME         PIC X(400).
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-PREV-KIND               PIC X(1).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".

       01  WS-CNT-APPR-READ           PIC 9(7) VALUE 0.
       01  WS-CNT-APPROVED            PIC 9(7) VALUE 0.
       01  WS-CNT-DECLINED            PIC 9(7) VALUE 0.
       01  WS-CNT-REJECTED            PIC 9(7) VALUE 0.
       01  WS-CNT-OPEN                PIC 9(7) VALUE 0.
       01  WS-CNT-AUDIT-RECS          PIC 9(7) VALUE 0.

      *      Pflegesatz aus PEND_TRANS_IMAGE, Satzaufbau wie TRANSIN
      *      von SOSODBM:
       01  PEND-TRANS.
           05 PTR-ACTION              PIC X(1).
           05 PTR-OPERATOR-ID         PIC X(8).
           05 PTR-TABLE-QUALIFIER     PIC X(8).
           05 PTR-TABLE-OWNER         PIC X(8).
           05 PTR-TABLE-NAME          PIC X(50).
           05 PTR-TABLE-TYPE          PIC X(10).
           05 PTR-REMARKS             PIC X(80).
           05 PTR-OWNER-DEPT          PIC X(20).
           05 PTR-REFRESH-JOB         PIC X(50).
           05 PTR-REFRESH-FREQ        PIC X(20).
           05 PTR-FILE-NAME           PIC X(400).
           05 PTR-RECFORM             PIC X(1).
           05 PTR-RECSIZE             PIC 9(5).
           05 PTR-KEYPOS              PIC 9(5).
           05 PTR-KEYLEN              PIC 9(5).

      *      Laufkoordination über SOSODBLK (CATLOCK), wie SOSODBM:
       01  WS-LOCK-RETRIES            PIC 9(3) VALUE 10.
       01  LOCK-REQUEST.
           COPY "sosodbce.cob".

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  KIND-HDR-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 KIND-HDR-TEXT           PIC X(40).

       01  DETAIL-LINE.
           05 DTL-KEY                 PIC X(22).
           05 DTL-ACTION              PIC X(2).
           05 DTL-TABLE               PIC X(51).
           05 DTL-SUBMITTER           PIC X(9).
           05 DTL-OPERATOR            PIC X(9).
           05 DTL-TEXT                PIC X(39).

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
           OPEN INPUT APPR-FILE
      *      Status 05: SOSODBVL hat noch nie einen Satz eingestellt:
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
                   AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "SOSODBAP: PENDCHG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBAP: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM 0500-OPEN-AUTH-FILE

           SORT SORT-WORK
               ON ASCENDING KEY AP-DEPT
                                AP-KIND
                                AP-KEY
               INPUT PROCEDURE IS 1000-PROCESS-ALL
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 6000-WRITE-TOTALS

           CLOSE APPR-FILE
           CLOSE PENDING-FILE
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
           MOVE "SOSODBAP" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Laufkoordination wie SOSODBM: ohne den CATLOCK-Satz wird
      *      nichts entschieden:
       0100-OBTAIN-LOCK.
           MOVE "E" TO LOCK-REQ-ACTION
           MOVE "SOSODBAP" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBAP: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       0200-RELEASE-LOCK.
           MOVE "D" TO LOCK-REQ-ACTION
           MOVE "SOSODBAP" TO LOCK-REQ-PROGRAM
           CALL "SOSODBLK" USING LOCK-REQUEST.

      *      Ohne lesbare Berechtigungen darf nichts freigegeben
      *      werden (wie SOSODBM):
       0500-OPEN-AUTH-FILE.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "SOSODBAP: AUTHFILE OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

      *      Erst alle Entscheidungen, danach die dann noch offenen
      *      Sätze für den Bericht:
       1000-PROCESS-ALL.
           PERFORM UNTIL EOF-APPR
               READ APPR-FILE
                   AT END
                       SET EOF-APPR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-APPR-READ
                       PERFORM 2000-PROCESS-ONE
                           THRU 2099-PROCESS-ONE-EXIT
               END-READ
           END-PERFORM
           PERFORM 3000-LIST-OPEN-ITEMS.

       2000-PROCESS-ONE.
           MOVE SPACES TO AP-RECORD
           MOVE APPR-PEND-KEY TO AP-KEY
           MOVE APPR-OPERATOR-ID TO AP-OPERATOR
           MOVE APPR-ACTION TO AP-ACTION

           IF APPR-ACTION NOT = "A" AND APPR-ACTION NOT = "R"
               MOVE "UNGUELTIGE AKTION" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           IF APPR-OPERATOR-ID = SPACES
               MOVE "BEARBEITER FEHLT" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF

           MOVE APPR-PEND-KEY TO PEND_KEY
           READ PENDING-FILE
               INVALID KEY
                   MOVE "UNBEKANNT IN PENDCHG" TO WS-REJECT-REASON
                   GO TO 2090-REJECT
           END-READ
           MOVE PEND_TRANS_IMAGE TO PEND-TRANS
           MOVE PEND_OWNER_DEPT TO AP-DEPT
           MOVE PTR-TABLE-NAME TO AP-TABLE
           MOVE PEND_SUBMIT_OPERATOR TO AP-SUBMITTER

           IF PEND_STATUS NOT = "O"
               MOVE SPACES TO WS-REJECT-REASON
               STRING
                   "NICHT MEHR OFFEN, STATUS " DELIMITED BY SIZE
                   PEND_STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 2090-REJECT
           END-IF

      *      Maßgeblich für den TABLE_OWNER-Vorbehalt und den
      *      Audit-Satz ist der vorhandene CATALOG-Eintrag:
           PERFORM 2500-READ-CATALOG

      *      Vier Augen: der Einreicher entscheidet nie selbst; der
      *      Versuch wird wie ein unberechtigter Pflegeversuch
      *      protokolliert:
           IF APPR-OPERATOR-ID = PEND_SUBMIT_OPERATOR
               MOVE "EINREICHER DARF NICHT ENTSCHEIDEN"
                   TO WS-REJECT-REASON
               PERFORM 4100-WRITE-REFUSAL-RECORD
               GO TO 2090-REJECT
           END-IF

           MOVE APPR-OPERATOR-ID TO WS-AUTH-OPERATOR
           MOVE PEND_OWNER_DEPT TO WS-AUTH-DEPT
           IF CATALOG-FOUND
               MOVE TABLE_OWNER OF CATALOG-RECORD TO WS-AUTH-OWNER
           ELSE
               MOVE PTR-TABLE-OWNER TO WS-AUTH-OWNER
           END-IF
           PERFORM 1100-CHECK-AUTHORITY
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "SOSODBAP: NICHT BERECHTIGT: "
                   APPR-OPERATOR-ID " FUER " PTR-TABLE-NAME
               MOVE "NICHT BERECHTIGT" TO WS-REJECT-REASON
               PERFORM 4100-WRITE-REFUSAL-RECORD
               GO TO 2090-REJECT
           END-IF

           IF APPR-ACTION = "A"
               MOVE "A" TO PEND_STATUS
           ELSE
               MOVE "R" TO PEND_STATUS
           END-IF
           MOVE APPR-OPERATOR-ID TO PEND_DECIDED_BY
           ACCEPT PEND_DECIDED_DATE FROM DATE YYYYMMDD
           ACCEPT PEND_DECIDED_TIME FROM TIME
           MOVE APPR-NOTE TO PEND_DECISION_NOTE
           REWRITE PENDING-RECORD
               INVALID KEY
                   MOVE "PENDCHG NICHT FORTGESCHRIEBEN"
                       TO WS-REJECT-REASON
                   GO TO 2090-REJECT
           END-REWRITE

           PERFORM 4000-WRITE-AUDIT-RECORD
           MOVE "2" TO AP-KIND
           IF APPR-ACTION = "A"
               ADD 1 TO WS-CNT-APPROVED
               MOVE "FREIGEGEBEN" TO AP-TEXT
           ELSE
               ADD 1 TO WS-CNT-DECLINED
               MOVE "ZURUECKGEWIESEN" TO AP-TEXT
           END-IF
           RELEASE AP-RECORD
           GO TO 2099-PROCESS-ONE-EXIT.

      *      Abgewiesene Entscheidung; ohne lesbaren PENDCHG-Satz
      *      ist die Abteilung unbekannt und bleibt leer:
       2090-REJECT.
           ADD 1 TO WS-CNT-REJECTED
           WRITE REJECT-RECORD FROM APPR-RECORD
           MOVE "1" TO AP-KIND
           MOVE WS-REJECT-REASON TO AP-TEXT
           RELEASE AP-RECORD.

       2099-PROCESS-ONE-EXIT.
           CONTINUE.

      *      Prüft, ob WS-AUTH-OPERATOR die Abteilung WS-AUTH-DEPT
      *      pflegen darf; trägt die Berechtigungszeile einen
      *      TABLE_OWNER-Bereich, muss WS-AUTH-OWNER darin liegen
      *      (wie SOSODBM):
       1100-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTHORIZED
           MOVE "N" TO WS-EOF-AUTH
           MOVE WS-AUTH-OPERATOR TO AUTH_OPERATOR_ID
           MOVE WS-AUTH-DEPT TO AUTH_OWNER_DEPT
           MOVE LOW-VALUES TO AUTH_OWNER_LOW
           START AUTH-FILE KEY IS NOT LESS THAN AUTH_KEY
               INVALID KEY
                   SET EOF-AUTH TO TRUE
           END-START
           PERFORM UNTIL EOF-AUTH OR OPERATOR-AUTHORIZED
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET EOF-AUTH TO TRUE
                   NOT AT END
                       IF AUTH_OPERATOR_ID NOT = WS-AUTH-OPERATOR
                               OR AUTH_OWNER_DEPT NOT = WS-AUTH-DEPT
                           SET EOF-AUTH TO TRUE
                       ELSE
                           IF (AUTH_OWNER_LOW = SPACES
                                   AND AUTH_OWNER_HIGH = SPACES)
                               OR (WS-AUTH-OWNER NOT < AUTH_OWNER_LOW
                                   AND WS-AUTH-OWNER
                                       NOT > AUTH_OWNER_HIGH)
                               SET OPERATOR-AUTHORIZED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *      Vorhandenen CATALOG-Eintrag zum Pflegesatz lesen; beim
      *      Austragen ist FILE_NAME im Pflegesatz leer, dann gilt
      *      der Wert aus dem Katalog:
       2500-READ-CATALOG.
           MOVE "N" TO WS-CATALOG-FOUND
           MOVE PTR-FILE-NAME TO WS-AUDIT-FILE-NAME
           MOVE PTR-TABLE-NAME TO TABLE_NAME OF CATALOG-RECORD
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CATALOG-FOUND TO TRUE
                   IF PTR-ACTION = "D"
                       MOVE FILE_NAME OF CATALOG-RECORD
                           TO WS-AUDIT-FILE-NAME
                   END-IF
           END-READ.

      *      Alle noch offenen Sätze der Warteschlange für den
      *      Bericht; bei "FORMAT" mit RECFORM/RECSIZE alt und neu:
       3000-LIST-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-PENDING
           MOVE LOW-VALUES TO PEND_KEY
           START PENDING-FILE
               KEY IS NOT LESS THAN PEND_KEY
               INVALID KEY
                   SET EOF-PENDING TO TRUE
           END-START
           PERFORM UNTIL EOF-PENDING
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET EOF-PENDING TO TRUE
                   NOT AT END
                       IF PEND_STATUS = "O"
                           PERFORM 3100-RELEASE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       3100-RELEASE-OPEN-ITEM.
           ADD 1 TO WS-CNT-OPEN
           MOVE PEND_TRANS_IMAGE TO PEND-TRANS
           MOVE SPACES TO AP-RECORD
           MOVE PEND_OWNER_DEPT TO AP-DEPT
           MOVE "3" TO AP-KIND
           MOVE PEND_KEY TO AP-KEY
           MOVE PTR-ACTION TO AP-ACTION
           MOVE PTR-TABLE-NAME TO AP-TABLE
           MOVE PEND_SUBMIT_OPERATOR TO AP-SUBMITTER
           MOVE PEND_REASON TO AP-TEXT
           IF PEND_REASON = "FORMAT"
               PERFORM 2500-READ-CATALOG
               IF CATALOG-FOUND
                   STRING
                       PEND_REASON DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CATALOG_RECFORM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CATALOG_RECSIZE DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       PTR-RECFORM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PTR-RECSIZE DELIMITED BY SIZE
                       INTO AP-TEXT
                   END-STRING
               END-IF
           END-IF
           RELEASE AP-RECORD.

      *      Audit-Satz zur Entscheidung unter der Kennung des
      *      Entscheiders:
       4000-WRITE-AUDIT-RECORD.
           ACCEPT AUDIT_DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT_TIME FROM TIME
           MOVE APPR-OPERATOR-ID    TO AUDIT_OPERATOR_ID
           MOVE PTR-TABLE-QUALIFIER TO AUDIT_TABLE_QUALIFIER
           MOVE PTR-TABLE-OWNER     TO AUDIT_TABLE_OWNER
           MOVE PTR-TABLE-NAME      TO AUDIT_TABLE_NAME
           MOVE WS-AUDIT-FILE-NAME  TO AUDIT_FILE
           IF APPR-ACTION = "A"
               MOVE "APPROV" TO AUDIT_ACTION
           ELSE
               MOVE "REJECT" TO AUDIT_ACTION
           END-IF
           WRITE AUDIT-RECORD
           ADD 1 TO WS-CNT-AUDIT-RECS.

      *      Unberechtigter Entscheidungsversuch, wie bei SOSODBM
      *      mit "REFUSE":
       4100-WRITE-REFUSAL-RECORD.
           ACCEPT AUDIT_DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT_TIME FROM TIME
           MOVE APPR-OPERATOR-ID    TO AUDIT_OPERATOR_ID
           MOVE PTR-TABLE-QUALIFIER TO AUDIT_TABLE_QUALIFIER
           MOVE PTR-TABLE-OWNER     TO AUDIT_TABLE_OWNER
           MOVE PTR-TABLE-NAME      TO AUDIT_TABLE_NAME
           MOVE WS-AUDIT-FILE-NAME  TO AUDIT_FILE
           MOVE "REFUSE" TO AUDIT_ACTION
           WRITE AUDIT-RECORD
           ADD 1 TO WS-CNT-AUDIT-RECS.

      *      Bericht je Abteilung, darin nach AP-KIND unterteilt:
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR AP-DEPT NOT = WS-PREV-DEPT
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE AP-DEPT TO WS-PREV-DEPT
                           MOVE SPACE TO WS-PREV-KIND
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE AP-DEPT TO DEPT-HDR-NAME
                           WRITE REPORT-LINE FROM DEPT-HDR-LINE
                       END-IF
                       IF AP-KIND NOT = WS-PREV-KIND
                           MOVE AP-KIND TO WS-PREV-KIND
                           PERFORM 5100-WRITE-KIND-HEADER
                       END-IF
                       PERFORM 5200-WRITE-DETAIL
               END-RETURN
           END-PERFORM.

       5100-WRITE-KIND-HEADER.
           EVALUATE AP-KIND
               WHEN "1"
                   MOVE "ABGEWIESENE ENTSCHEIDUNGEN" TO KIND-HDR-TEXT
               WHEN "2"
                   MOVE "ENTSCHIEDEN IN DIESEM LAUF" TO KIND-HDR-TEXT
               WHEN OTHER
                   MOVE "OFFEN ZUR FREIGABE" TO KIND-HDR-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM KIND-HDR-LINE.

       5200-WRITE-DETAIL.
           MOVE SPACES TO DETAIL-LINE
           STRING
               AP-KEY (1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AP-KEY (9:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AP-KEY (15:5) DELIMITED BY SIZE
               INTO DTL-KEY
           END-STRING
           MOVE AP-ACTION TO DTL-ACTION
           MOVE AP-TABLE TO DTL-TABLE
           MOVE AP-SUBMITTER TO DTL-SUBMITTER
           MOVE AP-OPERATOR TO DTL-OPERATOR
           MOVE AP-TEXT TO DTL-TEXT
           WRITE REPORT-LINE FROM DETAIL-LINE.

       6000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "APPRIN GELESEN" TO SUM-TEXT
           MOVE WS-CNT-APPR-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "FREIGEGEBEN" TO SUM-TEXT
           MOVE WS-CNT-APPROVED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "ZURUECKGEWIESEN" TO SUM-TEXT
           MOVE WS-CNT-DECLINED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "ENTSCHEIDUNG ABGEWIESEN" TO SUM-TEXT
           MOVE WS-CNT-REJECTED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "NOCH OFFEN" TO SUM-TEXT
           MOVE WS-CNT-OPEN TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "AUDIT-SAETZE GESCHRIEBEN" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-RECS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-APPR-READ TO RUN-REQ-READ
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-APPROVED + WS-CNT-DECLINED
           MOVE WS-CNT-REJECTED TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
