      *----------------------------------------------------------------
      * SOSODBAR - Vierteljährliche Rezertifizierung der
      *            Pflegeberechtigungen (AUTHFILE)
      *
      * Wer vor Jahren die Abteilung gewechselt hat, behielt bisher
      * seine alten Pflegerechte, weil niemand regelmäßig auf
      * AUTHFILE geschaut hat. Dieses Programm legt jeder
      * Abteilungsleitung einmal im Quartal die Rechte ihrer
      * CATALOG_OWNER_DEPT zur Bestätigung vor.
      *
      * Je Berechtigung aus AUTHFILE (Layout SOSODBCU) stehen in
      * RECERTRPT, nach Abteilung gruppiert: der Bearbeiter, der
      * TABLE_OWNER-Bereich, Tag und Urheber der Vergabe, die letzte
      * tatsächliche Pflege (INSERT, UPDATE, DELETE, APPROV,
      * REJECT) und das letzte REFUSE laut CATAUDIT.
      *
      * Sätze von SOSODBJM tragen den Jobnamen in
      * AUDIT_TABLE_QUALIFIER und einen leeren AUDIT_TABLE_OWNER.
      * Ist AUDIT_TABLE_QUALIFIER und AUDIT_TABLE_NAME ein Schlüssel
      * in JOBUSES (Layout SOSODBCJ), gehört der Satz wie bei der
      * Prüfung in SOSODBJM zur JOB_OWNER_DEPT dieser
      * Jobverwendung, und der TABLE_OWNER-Bereich der Berechtigung
      * gilt dafür nicht. Sätze zu inzwischen gelöschten
      * Jobverwendungen lassen sich dieser Abteilung nicht mehr
      * zuordnen; sie werden wie die übrigen Sätze behandelt und
      * zählen mit leerem AUDIT_TABLE_OWNER nur für Berechtigungen
      * ohne TABLE_OWNER-Bereich.
      *
      * Die Abteilung aller übrigen Sätze ergibt sich wie in
      * SOSODBAQ aus dem CATALOG-Satz des TABLE_NAME; Sätze zu
      * inzwischen ausgetragenen Namen lassen sich keiner Abteilung
      * mehr zuordnen und zählen nicht. Eine Berechtigung mit
      * TABLE_OWNER-Bereich zählt hier nur Pflege, deren
      * AUDIT_TABLE_OWNER darin liegt; ein REFUSE zählt für jede
      * Berechtigung des Bearbeiters in der Abteilung. Gelesen wird
      * nur der Online-Bestand von CATAUDIT; SOSODBRA lässt dort
      * mindestens die Zeilen der letzten 190 Tage stehen.
      *
      * Eine Berechtigung, die seit mehr als WS-UNUSED-DAYS Tagen
      * weder vergeben noch genutzt wurde, wird mit "UNGENUTZT"
      * gekennzeichnet; die Abteilungsleitung bestätigt sie oder
      * lässt sie über SOSODBAM entziehen. Geändert wird hier
      * nichts. Returncode 4, sobald eine Berechtigung
      * gekennzeichnet ist, 8 bei gescheiterter Pflichtdatei.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH_KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABLE_NAME OF CATALOG-RECORD
               FILE STATUS IS WS-CATALOG-STATUS.

      *      Jobverwendungen; OPTIONAL, solange SOSODBJM die Datei
      *      noch nicht angelegt hat:
           SELECT OPTIONAL JOBUSES-FILE ASSIGN TO "JOBUSES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBUSES_KEY
               FILE STATUS IS WS-JOBUSES-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "RECERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           COPY "sosodbcu.cob".

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY "sosodbca.cob".

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "sosodbc.cob".

       FD  JOBUSES-FILE.
       01  JOBUSES-RECORD.
           COPY "sosodbcj.cob".

       SD  SORT-WORK.
       01  AR-RECORD.
           05 AR-DEPT                 PIC X(20).
           05 AR-OPERATOR             PIC X(8).
           05 AR-OWNER-LOW            PIC X(8).
           05 AR-OWNER-HIGH           PIC X(8).
           05 AR-GRANT-DATE           PIC 9(8).
           05 AR-GRANTED-BY           PIC X(8).
           05 AR-LAST-USE-DATE        PIC 9(8).
           05 AR-LAST-REFUSE-DATE     PIC 9(8).
           05 AR-IDLE-DAYS            PIC 9(7).
           05 AR-FLAG                 PIC X(9).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS             PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-JOBUSES-STATUS          PIC X(2).
      *      "N", wenn JOBUSES noch nicht angelegt ist:
       01  WS-JOBUSES-OK              PIC X(1).
           88 JOBUSES-AVAILABLE       VALUE "J".
       01  WS-JOB-ROW                 PIC X(1).
           88 JOB-USAGE-ROW           VALUE "Y".
       01  WS-EOF-AUTH                PIC X(1) VALUE "N".
           88 EOF-AUTH                VALUE "Y".
       01  WS-EOF-AUDIT               PIC X(1) VALUE "N".
           88 EOF-AUDIT               VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01  WS-FOUND                   PIC X(1).
           88 OPERATOR-FOUND          VALUE "Y".
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".

      *      Schwelle für "ungenutzt" in Tagen:
       01  WS-UNUSED-DAYS             PIC 9(3) VALUE 180.

       01  WS-TODAY                   PIC 9(8).
       01  WS-TODAY-SERIAL            PIC S9(9) COMP.
       01  WS-REF-DATE                PIC 9(8).
       01  WS-AUDIT-DEPT              PIC X(20).
      *      Zuletzt nachgeschlagener TABLE_NAME und seine
      *      Abteilung, damit aufeinanderfolgende Sätze zur selben
      *      Tabelle nicht jedesmal CATALOG lesen:
       01  WS-LAST-TABLE              PIC X(50) VALUE HIGH-VALUES.
       01  WS-LAST-TABLE-DEPT         PIC X(20).

      *      Berechtigungen aus AUTHFILE mit den Fundstellen aus
      *      CATAUDIT:
       01  WS-MAX-RIGHT-ENTRIES       PIC 9(5) VALUE 5000.
       01  WS-RIGHT-COUNT             PIC 9(5) VALUE 0.
       01  WS-SUB                     PIC 9(5).
       01  RIGHT-TABLE.
           05 RIGHT-ENTRY OCCURS 5000 TIMES.
              10 RT-OPERATOR          PIC X(8).
              10 RT-DEPT              PIC X(20).
              10 RT-OWNER-LOW         PIC X(8).
              10 RT-OWNER-HIGH        PIC X(8).
              10 RT-GRANT-DATE        PIC 9(8).
              10 RT-GRANTED-BY        PIC X(8).
              10 RT-LAST-USE-DATE     PIC 9(8).
              10 RT-LAST-REFUSE-DATE  PIC 9(8).

      *      Umrechnung CCYYMMDD in eine fortlaufende Tageszahl (wie
      *      SOSODBGR):
       01  WS-DTD-DATE.
           05 WS-DTD-YEAR              PIC 9(4).
           05 WS-DTD-MONTH             PIC 9(2).
           05 WS-DTD-DAY               PIC 9(2).
       01  WS-DTD-SERIAL               PIC S9(9) COMP.
       01  WS-DTD-Y                    PIC S9(9) COMP.
       01  WS-DTD-M                    PIC S9(4) COMP.
       01  WS-DTD-Q1                   PIC S9(9) COMP.
       01  WS-DTD-Q2                   PIC S9(9) COMP.
       01  WS-DTD-Q3                   PIC S9(9) COMP.
       01  WS-DTD-MT                   PIC S9(9) COMP.

       01  WS-CNT-RIGHTS              PIC 9(7) VALUE 0.
       01  WS-CNT-AUDIT-READ          PIC 9(7) VALUE 0.
       01  WS-CNT-UNUSED              PIC 9(7) VALUE 0.

       01  HDR-LINE.
           05 FILLER                  PIC X(10) VALUE "BEARB.".
           05 FILLER                  PIC X(10) VALUE "OWNER VON".
           05 FILLER                  PIC X(10) VALUE "OWNER BIS".
           05 FILLER                  PIC X(12) VALUE "VERGEBEN AM".
           05 FILLER                  PIC X(10) VALUE "DURCH".
           05 FILLER                  PIC X(12) VALUE "LETZTE PFL.".
           05 FILLER                  PIC X(12) VALUE "LETZ.REFUSE".
           05 FILLER                  PIC X(7) VALUE "   TAGE".
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "KENNZ.".

       01  DEPT-HDR-LINE.
           05 FILLER                  PIC X(11) VALUE "ABTEILUNG: ".
           05 DEPT-HDR-NAME           PIC X(20).

       01  DETAIL-LINE.
           05 DTL-OPERATOR            PIC X(10).
           05 DTL-OWNER-LOW           PIC X(10).
           05 DTL-OWNER-HIGH          PIC X(10).
           05 DTL-GRANT-DATE          PIC X(12).
           05 DTL-GRANTED-BY          PIC X(10).
           05 DTL-LAST-USE            PIC X(12).
           05 DTL-LAST-REFUSE         PIC X(12).
           05 DTL-IDLE-DAYS           PIC Z(6)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DTL-FLAG                PIC X(10).

       01  SIGN-LINE.
           05 FILLER                  PIC X(40)
                  VALUE "BESTAETIGT (ABTEILUNGSLEITUNG, DATUM): ".
           05 FILLER                  PIC X(30) VALUE ALL "_".

       01  SUM-LINE.
           05 SUM-TEXT                PIC X(30).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DTD-DATE
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL

           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "SOSODBAR: AUTHFILE OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SOSODBAR: CATAUDIT OPEN FEHLGESCHLAGEN, STATUS="
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBAR: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: JOBUSES gibt es noch nicht, also auch keine
      *      Sätze von SOSODBJM zuzuordnen:
           MOVE "J" TO WS-JOBUSES-OK
           OPEN INPUT JOBUSES-FILE
           IF WS-JOBUSES-STATUS = "05"
               MOVE "N" TO WS-JOBUSES-OK
           ELSE
               IF WS-JOBUSES-STATUS NOT = "00"
                   DISPLAY "SOSODBAR: JOBUSES OPEN FEHLGESCHLAGEN, "
                       "STATUS=" WS-JOBUSES-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM HDR-LINE

           PERFORM 1000-LOAD-RIGHTS
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET EOF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-AUDIT-READ
                       PERFORM 2000-PROCESS-AUDIT-RECORD
                           THRU 2099-PROCESS-AUDIT-EXIT
               END-READ
           END-PERFORM

           SORT SORT-WORK
               ON ASCENDING KEY AR-DEPT
                                AR-OPERATOR
                                AR-OWNER-LOW
               INPUT PROCEDURE IS 3000-RELEASE-RIGHTS
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT

           PERFORM 8000-WRITE-TOTALS

           CLOSE AUTH-FILE
           CLOSE AUDIT-FILE
           CLOSE CATALOG-FILE
           CLOSE JOBUSES-FILE
           CLOSE REPORT-FILE

           IF WS-CNT-UNUSED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBAR" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

      *      Eine unvollständig geladene Liste würde Rechte
      *      verschweigen, deshalb Abbruch statt Überlauf:
       1000-LOAD-RIGHTS.
           PERFORM UNTIL EOF-AUTH
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET EOF-AUTH TO TRUE
                   NOT AT END
                       IF WS-RIGHT-COUNT >= WS-MAX-RIGHT-ENTRIES
                           DISPLAY "SOSODBAR: AUTHFILE GROESSER ALS "
                               WS-MAX-RIGHT-ENTRIES
                               " SAETZE, LAUF ABGEBROCHEN"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9900-WRITE-RUN-HISTORY
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RIGHT-COUNT
                       MOVE AUTH_OPERATOR_ID
                           TO RT-OPERATOR (WS-RIGHT-COUNT)
                       MOVE AUTH_OWNER_DEPT TO RT-DEPT (WS-RIGHT-COUNT)
                       MOVE AUTH_OWNER_LOW
                           TO RT-OWNER-LOW (WS-RIGHT-COUNT)
                       MOVE AUTH_OWNER_HIGH
                           TO RT-OWNER-HIGH (WS-RIGHT-COUNT)
                       MOVE AUTH_GRANT_DATE
                           TO RT-GRANT-DATE (WS-RIGHT-COUNT)
                       MOVE AUTH_GRANTED_BY
                           TO RT-GRANTED-BY (WS-RIGHT-COUNT)
                       MOVE 0 TO RT-LAST-USE-DATE (WS-RIGHT-COUNT)
                       MOVE 0 TO RT-LAST-REFUSE-DATE (WS-RIGHT-COUNT)
               END-READ
           END-PERFORM
           MOVE WS-RIGHT-COUNT TO WS-CNT-RIGHTS.

      *      CATAUDIT ist in Entstehungsreihenfolge, der zuletzt
      *      gefundene Satz ist damit der jüngste. Vergaben und
      *      Entzüge sind keine Pflege des Bearbeiters:
       2000-PROCESS-AUDIT-RECORD.
           IF AUDIT_ACTION = "GRANT" OR AUDIT_ACTION = "REVOKE"
               GO TO 2099-PROCESS-AUDIT-EXIT
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RIGHT-COUNT
                      OR OPERATOR-FOUND
               IF RT-OPERATOR (WS-SUB) = AUDIT_OPERATOR_ID
                   SET OPERATOR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT OPERATOR-FOUND
               GO TO 2099-PROCESS-AUDIT-EXIT
           END-IF

           PERFORM 2200-LOOKUP-JOB-USAGE
           IF NOT JOB-USAGE-ROW
               PERFORM 2100-LOOKUP-DEPT
           END-IF
           IF WS-AUDIT-DEPT = SPACES
               GO TO 2099-PROCESS-AUDIT-EXIT
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RIGHT-COUNT
               IF RT-OPERATOR (WS-SUB) = AUDIT_OPERATOR_ID
                       AND RT-DEPT (WS-SUB) = WS-AUDIT-DEPT
                   IF AUDIT_ACTION = "REFUSE"
                       MOVE AUDIT_DATE TO RT-LAST-REFUSE-DATE (WS-SUB)
                   ELSE
                       IF JOB-USAGE-ROW
                           OR (RT-OWNER-LOW (WS-SUB) = SPACES
                               AND RT-OWNER-HIGH (WS-SUB) = SPACES)
                           OR (AUDIT_TABLE_OWNER
                                   NOT < RT-OWNER-LOW (WS-SUB)
                               AND AUDIT_TABLE_OWNER
                                   NOT > RT-OWNER-HIGH (WS-SUB))
                           MOVE AUDIT_DATE
                               TO RT-LAST-USE-DATE (WS-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2099-PROCESS-AUDIT-EXIT.
           CONTINUE.

      *      Zuständige Abteilung über den CATALOG-Satz des
      *      TABLE_NAME (wie SOSODBAQ); leer, wenn der Name nicht
      *      mehr geführt wird:
       2100-LOOKUP-DEPT.
           IF AUDIT_TABLE_NAME NOT = WS-LAST-TABLE
               MOVE AUDIT_TABLE_NAME TO WS-LAST-TABLE
               MOVE AUDIT_TABLE_NAME TO TABLE_NAME OF CATALOG-RECORD
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-LAST-TABLE-DEPT
                   NOT INVALID KEY
                       MOVE CATALOG_OWNER_DEPT TO WS-LAST-TABLE-DEPT
               END-READ
           END-IF
           MOVE WS-LAST-TABLE-DEPT TO WS-AUDIT-DEPT.

      *      Satz von SOSODBJM zu einer bestehenden Jobverwendung:
      *      Abteilung ist deren JOB_OWNER_DEPT, wie bei der Prüfung
      *      in SOSODBJM:
       2200-LOOKUP-JOB-USAGE.
           MOVE "N" TO WS-JOB-ROW
           IF JOBUSES-AVAILABLE AND AUDIT_TABLE_OWNER = SPACES
               MOVE AUDIT_TABLE_QUALIFIER
                   TO JOB_NAME OF JOBUSES-RECORD
               MOVE AUDIT_TABLE_NAME TO TABLE_NAME OF JOBUSES-RECORD
               READ JOBUSES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET JOB-USAGE-ROW TO TRUE
                       MOVE JOB_OWNER_DEPT TO WS-AUDIT-DEPT
               END-READ
           END-IF.

      *      Je Berechtigung die Tage seit der letzten Pflege bzw.
      *      der Vergabe, wenn diese jünger ist:
       3000-RELEASE-RIGHTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RIGHT-COUNT
               MOVE RT-DEPT (WS-SUB) TO AR-DEPT
               MOVE RT-OPERATOR (WS-SUB) TO AR-OPERATOR
               MOVE RT-OWNER-LOW (WS-SUB) TO AR-OWNER-LOW
               MOVE RT-OWNER-HIGH (WS-SUB) TO AR-OWNER-HIGH
               MOVE RT-GRANT-DATE (WS-SUB) TO AR-GRANT-DATE
               MOVE RT-GRANTED-BY (WS-SUB) TO AR-GRANTED-BY
               MOVE RT-LAST-USE-DATE (WS-SUB) TO AR-LAST-USE-DATE
               MOVE RT-LAST-REFUSE-DATE (WS-SUB)
                   TO AR-LAST-REFUSE-DATE
               MOVE RT-GRANT-DATE (WS-SUB) TO WS-REF-DATE
               IF RT-LAST-USE-DATE (WS-SUB) > WS-REF-DATE
                   MOVE RT-LAST-USE-DATE (WS-SUB) TO WS-REF-DATE
               END-IF
               MOVE WS-REF-DATE TO WS-DTD-DATE
               PERFORM 7000-DATE-TO-DAYS
               IF WS-TODAY-SERIAL > WS-DTD-SERIAL
                   COMPUTE AR-IDLE-DAYS
                       = WS-TODAY-SERIAL - WS-DTD-SERIAL
               ELSE
                   MOVE 0 TO AR-IDLE-DAYS
               END-IF
               IF AR-IDLE-DAYS > WS-UNUSED-DAYS
                   MOVE "UNGENUTZT" TO AR-FLAG
                   ADD 1 TO WS-CNT-UNUSED
               ELSE
                   MOVE SPACES TO AR-FLAG
               END-IF
               RELEASE AR-RECORD
           END-PERFORM.

      *      Bericht je Abteilung, mit Bestätigungszeile für die
      *      Abteilungsleitung am Ende jeder Gruppe:
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-WORK
                   AT END
                       SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-DEPT OR AR-DEPT NOT = WS-PREV-DEPT
                           IF NOT FIRST-DEPT
                               PERFORM 5100-WRITE-SIGN-LINE
                           END-IF
                           MOVE "N" TO WS-FIRST-DEPT
                           MOVE AR-DEPT TO WS-PREV-DEPT
                           MOVE SPACES TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE AR-DEPT TO DEPT-HDR-NAME
                           WRITE REPORT-LINE FROM DEPT-HDR-LINE
                       END-IF
                       PERFORM 5200-WRITE-DETAIL
               END-RETURN
           END-PERFORM
           IF NOT FIRST-DEPT
               PERFORM 5100-WRITE-SIGN-LINE
           END-IF.

       5100-WRITE-SIGN-LINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SIGN-LINE.

       5200-WRITE-DETAIL.
           MOVE AR-OPERATOR TO DTL-OPERATOR
           IF AR-OWNER-LOW = SPACES AND AR-OWNER-HIGH = SPACES
               MOVE "ALLE" TO DTL-OWNER-LOW
           ELSE
               MOVE AR-OWNER-LOW TO DTL-OWNER-LOW
           END-IF
           MOVE AR-OWNER-HIGH TO DTL-OWNER-HIGH
           MOVE AR-GRANT-DATE TO DTL-GRANT-DATE
           MOVE AR-GRANTED-BY TO DTL-GRANTED-BY
           IF AR-LAST-USE-DATE = 0
               MOVE "KEINE" TO DTL-LAST-USE
           ELSE
               MOVE AR-LAST-USE-DATE TO DTL-LAST-USE
           END-IF
           IF AR-LAST-REFUSE-DATE = 0
               MOVE "KEINES" TO DTL-LAST-REFUSE
           ELSE
               MOVE AR-LAST-REFUSE-DATE TO DTL-LAST-REFUSE
           END-IF
           MOVE AR-IDLE-DAYS TO DTL-IDLE-DAYS
           MOVE AR-FLAG TO DTL-FLAG
           WRITE REPORT-LINE FROM DETAIL-LINE.

      *      Tageszahl wie in SOSODBSM: Jahre ab März zählen, damit
      *      der Schalttag am Jahresende der verschobenen Zählung
      *      liegt:
       7000-DATE-TO-DAYS.
           MOVE WS-DTD-YEAR TO WS-DTD-Y
           MOVE WS-DTD-MONTH TO WS-DTD-M
           IF WS-DTD-M NOT > 2
               SUBTRACT 1 FROM WS-DTD-Y
               ADD 12 TO WS-DTD-M
           END-IF
           DIVIDE WS-DTD-Y BY 4 GIVING WS-DTD-Q1
           DIVIDE WS-DTD-Y BY 100 GIVING WS-DTD-Q2
           DIVIDE WS-DTD-Y BY 400 GIVING WS-DTD-Q3
           COMPUTE WS-DTD-MT = (153 * (WS-DTD-M + 1)) / 5
           COMPUTE WS-DTD-SERIAL
               = 365 * WS-DTD-Y + WS-DTD-Q1 - WS-DTD-Q2 + WS-DTD-Q3
                 + WS-DTD-MT + WS-DTD-DAY.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BERECHTIGUNGEN" TO SUM-TEXT
           MOVE WS-CNT-RIGHTS TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "DAVON UNGENUTZT" TO SUM-TEXT
           MOVE WS-CNT-UNUSED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "CATAUDIT GELESEN" TO SUM-TEXT
           MOVE WS-CNT-AUDIT-READ TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-CNT-RIGHTS TO RUN-REQ-READ
           MOVE WS-CNT-RIGHTS TO RUN-REQ-WRITTEN
           MOVE WS-CNT-UNUSED TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
