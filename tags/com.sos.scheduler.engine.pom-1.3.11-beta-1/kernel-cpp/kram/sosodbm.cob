      * zugehörige TABLE_NAME in CATALOG bekannt ist, nach COLUMNS
      * (Layout SOSODBCS) fortgeschrieben, damit ein ODBC-Client die
      * Spaltenstruktur einer TABLE_NAME über den Treiber erfragen
      * kann. Ein COLIN-Satz ohne COLUMN_NAME und DATA_TYPE entfernt
      * die Zeile an seiner ORDINAL_POSITION; so kann ein von
      * SOSODBPC aus dem COPY-Glied erzeugtes Deck auch Felder
      * austragen, die es nicht mehr gibt.
      *
      * VIEWMBRS und COLUMNS sind ISAM-Dateien mit den Schlüsseln
      * VIEWMBRS_KEY (TABLE_NAME, VIEW_SEQ_NO) bzw. COLUMNS_KEY
      * Aktionskennzeichen "REFUSE" nach CATAUDIT geschrieben, damit
      * die Sicherheit solche Versuche auswerten kann. Ohne
      * AUTHFILE-Eintrag ist ein Bearbeiter für nichts berechtigt.
      * AUTHFILE ist eine ISAM-Datei (Layout SOSODBCU), die nur
      * SOSODBAM mit Audit-Satz ändert; gelesen wird über den
      * Schlüssel Bearbeiter/Abteilung.
      *
      * Am Laufende wird nach RUNSTAT eine Laufzusammenfassung
      * geschrieben (gelesene, angewendete und je Grund abgewiesene
      *
      * Die Nutzfelder des COPY-Vorschlags werden aus den COLUMNS-
      * Zeilen des TABLE_NAME erzeugt: je Zeile ein Stufe-10-Eintrag
      * in ORDINAL_POSITION-Reihenfolge. PICTURE und USAGE folgen
      * aus DATA_TYPE, die Stellenzahl aus der Länge im Satz in Byte
      * (COLUMN_SIZE, siehe SOSODBCS): NUMERIC wird PIC S9(n),
      * DECIMAL PIC S9(2n-1) COMP-3, SMALLINT/INTEGER/BIGINT
      * S9(4)/S9(9)/S9(18) COMP, REAL COMP-1, DOUBLE COMP-2, alles
      * andere PIC X(n). Weil die COLIN-Sätze desselben Laufs erst
      * nach den Pflegesätzen verarbeitet werden, entstehen die
      * Layouts am Ende des Laufs. Passt die Summe der Feldlängen
      * (bei RECFORM=F einschließlich LEN/FILLER) nicht zu
      * geschrieben - genau diese Abweichung ließ bisher Jobs beim
      * Eröffnen der Datei scheitern. Ohne COLUMNS-Zeilen bleibt wie
      * bisher der Platzhalter stehen.
      *
      * "U"- und "D"-Sätze unterliegen dem Vier-Augen-Prinzip:
      * SOSODBVL stellt sie in die Freigabewarteschlange PENDCHG
      * (Layout SOSODBCP), ein zweiter Bearbeiter derselben
      * CATALOG_OWNER_DEPT gibt sie über SOSODBAP frei. Ein "U" oder
      * "D" direkt aus TRANSIN wird deshalb abgewiesen. Nach den
      * TRANSIN-Sätzen wendet SOSODBM alle freigegebenen Sätze aus
      * PENDCHG in Einreichungsfolge an - mit derselben Prüfung von
      * Berechtigung, VIEW- und Jobverwendung wie bisher, aber unter
      * der Kennung des Einreichers - und vermerkt dort, ob der Satz
      * angewendet ("E") oder beim Anwenden abgewiesen ("F") wurde.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBM.
      *      Berechtigungen: welcher Bearbeiter darf welche
      *      CATALOG_OWNER_DEPT pflegen:
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH_KEY
               FILE STATUS IS WS-AUTH-STATUS.

      *      Freigabewarteschlange für "U" und "D" (siehe SOSODBVL
      *      und SOSODBAP); OPTIONAL, solange SOSODBVL noch keinen
      *      Satz eingestellt hat:
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND_KEY
               FILE STATUS IS WS-PENDING-STATUS.

      *      Laufzusammenfassung für die Schlussauswertung durch den
      *      umschließenden JobScheduler-Job:
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
       FD  RECLAYOUT-FILE.
       01  RECLAYOUT-LINE              PIC X(132).

      *      Je Satz eine Berechtigung: Bearbeiter, pflegbare
      *      Abteilung und wahlweise ein TABLE_OWNER-Bereich
      *      (beide Grenzen leer = kein Eigentümer-Vorbehalt).
      *      Mehrere Sätze je Bearbeiter sind zulässig; gepflegt
      *      wird die Datei nur über SOSODBAM:
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           COPY "sosodbcu.cob".

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "sosodbcp.cob".

       FD  RUNSTAT-FILE.
       01  RUNSTAT-LINE                PIC X(60).
       01  WS-AUTH-DEPT               PIC X(20).
       01  WS-AUTH-OWNER              PIC X(8).
       01  WS-REFUSED-FILE            PIC X(400).
       01  WS-PENDING-STATUS          PIC X(2).
       01  WS-EOF-PENDING             PIC X(1).
           88 EOF-PENDING             VALUE "Y".
      *      "J", solange ein freigegebener Satz aus PENDCHG
      *      verarbeitet wird:
       01  WS-FROM-PENDING            PIC X(1) VALUE "N".
           88 FROM-PENDING            VALUE "J".
       01  WS-APPLIED-BEFORE          PIC 9(7).
       01  WS-APPLIED-AFTER           PIC 9(7).

      *      Zähler für die Laufzusammenfassung (RUNSTAT):
       01  WS-CNT-TRANS-READ          PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-JOB-USED        PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-AUTH            PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-SONSTIGE        PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-NO-APPROVAL     PIC 9(7) VALUE 0.
       01  WS-CNT-PEND-READ           PIC 9(7) VALUE 0.
       01  WS-CNT-PEND-APPLIED        PIC 9(7) VALUE 0.
       01  WS-CNT-PEND-FAILED         PIC 9(7) VALUE 0.
       01  WS-CNT-VIEW-READ           PIC 9(7) VALUE 0.
       01  WS-CNT-VIEW-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-VIEW-UNKNOWN    PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-KEIN-VIEW       PIC 9(7) VALUE 0.
       01  WS-CNT-COL-READ            PIC 9(7) VALUE 0.
       01  WS-CNT-COL-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-CNT-COL-REMOVED         PIC 9(7) VALUE 0.
       01  WS-CNT-REJ-COL-UNKNOWN     PIC 9(7) VALUE 0.
       01  WS-CNT-FCB-LINES           PIC 9(7) VALUE 0.
       01  WS-CNT-AUDIT-RECS          PIC 9(7) VALUE 0.
           05 STAT-TEXT               PIC X(40).
           05 STAT-COUNT              PIC Z(6)9.

       01  WS-EOF-TRANS               PIC X(1) VALUE "N".
           88 EOF-TRANS               VALUE "Y".
       01  WS-EOF-VIEW-TRANS          PIC X(1) VALUE "N".
       01  WS-LC-EMITTED              PIC 9(4).
       01  WS-SUM-LENGTH              PIC 9(9).
       01  WS-PIC-SIZE                PIC 9(5).
       01  WS-PIC-CLAUSE              PIC X(30).
       01  WS-SUM-DISP                PIC 9(5).

       01  WS-MAX-DELETED-ENTRIES     PIC 9(3) VALUE 200.
       01  WS-DELETED-TABLE.
           05 WS-DELETED-NAME         PIC X(50) OCCURS 200 TIMES.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "SOSODBM: LAUFKENNUNG " WS-RUN-ID
               DISPLAY "SOSODBM: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      VIEWMBRS und COLUMNS werden fortgeschrieben, nicht bei
               DISPLAY "SOSODBM: VIEWMBRS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-VIEWMBRS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN I-O COLUMNS-FILE
               DISPLAY "SOSODBM: COLUMNS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-COLUMNS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
                   ", AUSTRAGSPRUEFUNG AUF JOBS ENTFAELLT"
               MOVE "N" TO WS-JOBUSES-OK
           END-IF
      *      Status 05: noch nie ein Satz zur Freigabe eingestellt:
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
                   AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "SOSODBM: PENDCHG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           PERFORM 0500-OPEN-AUTH-FILE

           PERFORM UNTIL EOF-TRANS
               READ TRANS-FILE
               END-READ
           END-PERFORM

      *      Freigegebene "U"/"D" nach den heutigen Einfügungen, damit
      *      ein "U" zu einem "I" desselben Decks seinen Eintrag
      *      vorfindet. TRANS-FILE bleibt dafür noch geöffnet, sein
      *      Satzbereich nimmt den freigegebenen Pflegesatz auf:
           PERFORM 1500-APPLY-APPROVED
           CLOSE PENDING-FILE

           CLOSE TRANS-FILE

      *      Wurden Einträge ausgetragen, auch ihre Zeilen in
           CLOSE AUDIT-FILE
           CLOSE BEFLOG-FILE
           CLOSE RECLAYOUT-FILE
           CLOSE AUTH-FILE

           PERFORM 9000-WRITE-RUN-SUMMARY
           PERFORM 0200-RELEASE-LOCK
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBM" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Laufkoordination: ohne den CATLOCK-Satz darf der Lauf
      *      nicht beginnen. Nach einem Abbruch bleibt der Satz auf
      *      "B" und weist den Inhaber aus (siehe SOSODBLK):
           MOVE "SOSODBM" TO LOCK-REQ-PROGRAM
           MOVE WS-LOCK-RETRIES TO LOCK-REQ-RETRIES
           CALL "SOSODBLK" USING LOCK-REQUEST
           MOVE "J" TO RUN-REQ-LOCK-USED
           MOVE LOCK-REQ-WAIT-SECS TO RUN-REQ-LOCK-WAIT-SECS
           IF LOCK-REQ-RESULT NOT = "J"
               DISPLAY "SOSODBM: CATLOCK BELEGT DURCH "
                   LOCK-REQ-HOLDER " SEIT "
                   LOCK-REQ-SINCE-DATE "/" LOCK-REQ-SINCE-TIME
                   ", LAUF NICHT BEGONNEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           MOVE "SOSODBM" TO LOCK-REQ-PROGRAM
           CALL "SOSODBLK" USING LOCK-REQUEST.

      *      Ohne lesbare Berechtigungen darf kein Pflegesatz
      *      angewendet werden; AUTHFILE bleibt für die Prüfung
      *      über den Schlüssel bis zum Laufende geöffnet:
       0500-OPEN-AUTH-FILE.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "SOSODBM: AUTHFILE OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       1000-PROCESS-TRANS.
      *      "U" und "D" nur nach Freigabe über PENDCHG:
           IF (TRANS-ACTION = "U" OR TRANS-ACTION = "D")
                   AND NOT FROM-PENDING
               DISPLAY "SOSODBM: OHNE FREIGABE: "
                   TRANS-ACTION " " TRANS-TABLE-NAME
               ADD 1 TO WS-CNT-REJ-NO-APPROVAL
               GO TO 1099-PROCESS-TRANS-EXIT
           END-IF

      *      Beim Austragen gelten TABLE_TYPE/RECFORM des Pflegesatzes
      *      nicht, maßgeblich ist allein der vorhandene CATALOG-Satz:
           IF TRANS-ACTION = "D"
       1099-PROCESS-TRANS-EXIT.
           CONTINUE.

      *      Alle freigegebenen Sätze aus PENDCHG in Schlüssel-
      *      folge (= Einreichungsfolge) anwenden:
       1500-APPLY-APPROVED.
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
                       IF PEND_STATUS = "A"
                           PERFORM 1600-APPLY-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM.

      *      Einen freigegebenen Satz wie einen TRANSIN-Satz
      *      verarbeiten. Ob er angewendet wurde, zeigen die Zähler
      *      der Einfügungen, Änderungen und Austragungen; das
      *      Ergebnis wird im PENDCHG-Satz vermerkt, damit er beim
      *      nächsten Lauf nicht erneut angewendet wird:
       1600-APPLY-ONE-PENDING.
           ADD 1 TO WS-CNT-PEND-READ
           MOVE PEND_TRANS_IMAGE TO TRANS-RECORD
           COMPUTE WS-APPLIED-BEFORE
               = WS-CNT-INSERTS + WS-CNT-UPDATES + WS-CNT-DELETES
           SET FROM-PENDING TO TRUE
           PERFORM 1000-PROCESS-TRANS
               THRU 1099-PROCESS-TRANS-EXIT
           MOVE "N" TO WS-FROM-PENDING
           COMPUTE WS-APPLIED-AFTER
               = WS-CNT-INSERTS + WS-CNT-UPDATES + WS-CNT-DELETES
           IF WS-APPLIED-AFTER > WS-APPLIED-BEFORE
               MOVE "E" TO PEND_STATUS
               ADD 1 TO WS-CNT-PEND-APPLIED
           ELSE
               MOVE "F" TO PEND_STATUS
               ADD 1 TO WS-CNT-PEND-FAILED
           END-IF
           MOVE WS-RUN-DATE TO PEND_APPLIED_DATE
           MOVE WS-RUN-TIME TO PEND_APPLIED_TIME
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "SOSODBM: PENDCHG NICHT FORTGESCHRIEBEN: "
                       PEND_KEY
           END-REWRITE.

       1200-DELETE-ENTRY.
           MOVE TRANS-TABLE-NAME TO TABLE_NAME OF CATALOG-RECORD
           READ CATALOG-FILE
      *      TABLE_OWNER-Bereich, muss WS-AUTH-OWNER darin liegen:
       1100-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTHORIZED
           MOVE "N" TO WS-EOF-AUTH
           MOVE TRANS-OPERATOR-ID TO AUTH_OPERATOR_ID
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
                       IF AUTH_OPERATOR_ID NOT = TRANS-OPERATOR-ID
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

      *      Prüft, ob FILE_NAME des zu löschenden Eintrags noch als
           END-PERFORM.

      *      Eine COLUMNS-Zeile als Stufe-10-Eintrag ausgeben.
      *      COLUMN_SIZE ist die Länge im Satz in Byte; die
      *      Stellenzahl ergibt sich daraus je DATA_TYPE:
       2520-EMIT-ONE-COLUMN.
           ADD 1 TO WS-LC-EMITTED
           MOVE COLUMN_SIZE TO WS-PIC-SIZE
           ADD COLUMN_SIZE TO WS-SUM-LENGTH

           MOVE SPACES TO WS-PIC-CLAUSE
           EVALUATE DATA_TYPE
               WHEN "NUMERIC"
                   STRING
                       " PIC S9(" DELIMITED BY SIZE
                       WS-PIC-SIZE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-PIC-CLAUSE
                   END-STRING
      *          Gepackt: zwei Ziffern je Byte, das letzte Halbbyte
      *          trägt das Vorzeichen:
               WHEN "DECIMAL"
                   COMPUTE WS-PIC-SIZE = 2 * COLUMN_SIZE - 1
                   STRING
                       " PIC S9(" DELIMITED BY SIZE
                       WS-PIC-SIZE DELIMITED BY SIZE
                       ") COMP-3" DELIMITED BY SIZE
                       INTO WS-PIC-CLAUSE
                   END-STRING
               WHEN "SMALLINT"
                   MOVE " PIC S9(4) COMP" TO WS-PIC-CLAUSE
               WHEN "INTEGER"
                   MOVE " PIC S9(9) COMP" TO WS-PIC-CLAUSE
               WHEN "BIGINT"
                   MOVE " PIC S9(18) COMP" TO WS-PIC-CLAUSE
               WHEN "REAL"
                   MOVE " COMP-1" TO WS-PIC-CLAUSE
               WHEN "DOUBLE"
                   MOVE " COMP-2" TO WS-PIC-CLAUSE
               WHEN OTHER
                   STRING
                       " PIC X(" DELIMITED BY SIZE
                       WS-PIC-SIZE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-PIC-CLAUSE
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO RECLAYOUT-LINE
           STRING
               "   10 " DELIMITED BY SIZE
               COLUMN_NAME DELIMITED BY SPACE
               WS-PIC-CLAUSE DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO RECLAYOUT-LINE
           END-STRING
           WRITE RECLAYOUT-LINE.

       3000-PROCESS-VIEW-MEMBER.
                   GO TO 5099-PROCESS-COLUMN-EXIT
           END-READ

      *      Ohne COLUMN_NAME und DATA_TYPE: Zeile entfernen:
           IF CTRANS-COLUMN-NAME = SPACES
                   AND CTRANS-DATA-TYPE = SPACES
               PERFORM 5200-REMOVE-COLUMN
                   THRU 5299-REMOVE-COLUMN-EXIT
               GO TO 5099-PROCESS-COLUMN-EXIT
           END-IF

      *      Ein Satz zu bereits vorhandenem Schlüssel ersetzt die
      *      vorhandene Zeile (die jüngste Einreichung gewinnt, wie
      *      bisher beim Kompaktieren in SOSODBHK). Beim Ersetzen
       5099-PROCESS-COLUMN-EXIT.
           CONTINUE.

      *      Die vorhandene Zeile wird für das Vorbild-Protokoll
      *      gelesen und dann über den Schlüssel gelöscht:
       5200-REMOVE-COLUMN.
           MOVE CTRANS-TABLE-NAME       TO TABLE_NAME OF COLUMNS-RECORD
           MOVE CTRANS-ORDINAL-POSITION TO ORDINAL_POSITION
           READ COLUMNS-FILE
               INVALID KEY
                   DISPLAY "SOSODBM: ZU ENTFERNENDE SPALTE FEHLT: "
                       CTRANS-TABLE-NAME " " CTRANS-ORDINAL-POSITION
                   ADD 1 TO WS-CNT-REJ-SONSTIGE
                   GO TO 5299-REMOVE-COLUMN-EXIT
           END-READ
           MOVE "COLUMNS" TO WS-BEF-KIND
           MOVE "DELETE" TO WS-BEF-ACTION
           MOVE CTRANS-TABLE-NAME TO WS-BEF-TABLE
           MOVE COLUMNS-RECORD TO WS-BEF-IMAGE
           DELETE COLUMNS-FILE
               INVALID KEY
                   DISPLAY "SOSODBM: ENTFERNEN AUS COLUMNS "
                       "FEHLGESCHLAGEN: " CTRANS-TABLE-NAME " "
                       CTRANS-ORDINAL-POSITION
                   ADD 1 TO WS-CNT-REJ-SONSTIGE
                   GO TO 5299-REMOVE-COLUMN-EXIT
           END-DELETE
           PERFORM 4500-WRITE-BEFORE-IMAGE
           ADD 1 TO WS-CNT-COL-REMOVED.

       5299-REMOVE-COLUMN-EXIT.
           CONTINUE.

      *      Entfernt nach einem Austragen die Zeilen der gelöschten
      *      TABLE_NAMEs aus VIEWMBRS und COLUMNS, jeweils über den
      *      Schlüssel direkt beim betroffenen TABLE_NAME beginnend,
               + WS-CNT-REJ-DOPPELT + WS-CNT-REJ-VIEW-USED
               + WS-CNT-REJ-JOB-USED
               + WS-CNT-REJ-AUTH + WS-CNT-REJ-SONSTIGE
               + WS-CNT-REJ-NO-APPROVAL
               + WS-CNT-REJ-VIEW-UNKNOWN + WS-CNT-REJ-KEIN-VIEW
               + WS-CNT-REJ-COL-UNKNOWN

           MOVE "ABGEWIESEN SONSTIGES" TO STAT-TEXT
           MOVE WS-CNT-REJ-SONSTIGE TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "ABGEWIESEN OHNE FREIGABE" TO STAT-TEXT
           MOVE WS-CNT-REJ-NO-APPROVAL TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "PENDCHG FREIGEGEBEN GELESEN" TO STAT-TEXT
           MOVE WS-CNT-PEND-READ TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "PENDCHG ANGEWENDET" TO STAT-TEXT
           MOVE WS-CNT-PEND-APPLIED TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "PENDCHG BEIM ANWENDEN ABGEWIESEN" TO STAT-TEXT
           MOVE WS-CNT-PEND-FAILED TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "VIEWIN GELESEN" TO STAT-TEXT
           MOVE WS-CNT-VIEW-READ TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "COLIN FORTGESCHRIEBEN" TO STAT-TEXT
           MOVE WS-CNT-COL-WRITTEN TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "COLIN ENTFERNT" TO STAT-TEXT
           MOVE WS-CNT-COL-REMOVED TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE "ABGEWIESEN SPALTE UNBEKANNT" TO STAT-TEXT
           MOVE WS-CNT-REJ-COL-UNKNOWN TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           MOVE WS-REJECT-TOTAL TO STAT-COUNT
           WRITE RUNSTAT-LINE FROM STAT-LINE
           CLOSE RUNSTAT-FILE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RUN-ID TO RUN-REQ-RUN-ID
           COMPUTE RUN-REQ-READ
               = WS-CNT-TRANS-READ + WS-CNT-PEND-READ + WS-CNT-VIEW-READ
                 + WS-CNT-COL-READ
           COMPUTE RUN-REQ-WRITTEN
               = WS-CNT-INSERTS + WS-CNT-UPDATES + WS-CNT-DELETES
                 + WS-CNT-VIEW-WRITTEN + WS-CNT-COL-WRITTEN
                 + WS-CNT-COL-REMOVED
           COMPUTE RUN-REQ-REJECTED
               = WS-CNT-REJ-ACTION + WS-CNT-REJ-TYPE
                 + WS-CNT-REJ-RECFORM + WS-CNT-REJ-UNKNOWN
                 + WS-CNT-REJ-DOPPELT + WS-CNT-REJ-VIEW-USED
                 + WS-CNT-REJ-JOB-USED + WS-CNT-REJ-AUTH
                 + WS-CNT-REJ-SONSTIGE + WS-CNT-REJ-NO-APPROVAL
                 + WS-CNT-REJ-VIEW-UNKNOWN
                 + WS-CNT-REJ-KEIN-VIEW + WS-CNT-REJ-COL-UNKNOWN
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
