      * als TRANSIN des nächsten Tages wieder eingereicht werden
      * können statt neu erfasst zu werden. Nach VALRPT wird je
      * einreichender Abteilung ein Fehlerbericht gedruckt.
      *
      * Fehlerfreie "U"- und "D"-Sätze treffen einen vorhandenen
      * CATALOG-Eintrag und unterliegen dem Vier-Augen-Prinzip: sie
      * gehen nicht nach TRANSOK, sondern mit dem Einreicher in die
      * Freigabewarteschlange PENDCHG (Layout SOSODBCP). Dort gibt
      * sie ein zweiter Bearbeiter derselben CATALOG_OWNER_DEPT über
      * SOSODBAP frei, erst danach wendet SOSODBM sie an. Als Grund
      * wird "FORMAT" vermerkt, wenn sich RECFORM, RECSIZE, KEYPOS
      * oder KEYLEN gegenüber dem Katalog ändern, sonst "AENDERN"
      * bzw. "AUSTRAG". Ein eingestelltes "D" gilt für die weiteren
      * Prüfungen dieses Laufs noch nicht als ausgetragen.
      *
      * Jeder abgewiesene Satz geht außerdem in die gemeinsame
      * Befunddatei FINDINGS (siehe SOSODBCF) für die Morgenübersicht
      * von SOSODBDG, unter der einreichenden Abteilung und mit der
      * Aktion als betroffenem Einzelobjekt.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSODBVL.
           SELECT REJECT-FILE ASSIGN TO "TRANSREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

      *      Freigabewarteschlange für "U" und "D"; OPTIONAL, damit
      *      der erste Lauf sie anlegt:
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND_KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT REPORT-FILE ASSIGN TO "VALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINDINGS-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *      Satzaufbau wie TRANSIN von SOSODBM:
       FD  REJECT-FILE.
       01  REJECT-RECORD              PIC X(671).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY "sosodbcp.cob".

       SD  SORT-WORK.
       01  ERR-RECORD.
           05 ERR-DEPT                PIC X(20).
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           COPY "sosodbcf.cob".

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC X(2).
       01  WS-PENDING-STATUS          PIC X(2).
       01  WS-FINDINGS-STATUS         PIC X(2).
       01  WS-EOF-TRANS               PIC X(1) VALUE "N".
           88 EOF-TRANS               VALUE "Y".
       01  WS-EOF-SORT                PIC X(1) VALUE "N".
       01  WS-REJECT-REASON           PIC X(40).
       01  WS-ACCEPT-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(7) VALUE 0.

      *      Laufkennung (Startzeitpunkt) als Einreichungskennung der
      *      nach PENDCHG eingestellten Sätze:
       01  WS-RUN-ID.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-TIME             PIC 9(6).
       01  WS-PEND-SEQ                PIC 9(5) VALUE 0.
       01  WS-PREV-DEPT               PIC X(20).
       01  WS-FIRST-DEPT              PIC X(1).
           88 FIRST-DEPT              VALUE "Y".
           05 SUM-TEXT                PIC X(30).
           05 SUM-COUNT               PIC Z(6)9.

      *      Laufhistorie über SOSODBRH (RUNHIST):
       01  RUN-REQUEST.
           COPY "sosodbcq.cob".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-START-RUN-HISTORY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT TRANS-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SOSODBVL: CATALOG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-CATALOG-STATUS
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *      Status 05: Warteschlange beim allerersten Lauf angelegt:
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
                   AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "SOSODBVL: PENDCHG OPEN FEHLGESCHLAGEN, STATUS="
                   WS-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
                   AND WS-FINDINGS-STATUS NOT = "05"
               DISPLAY "SOSODBVL: FINDINGS OPEN FEHLGESCHLAGEN, STATUS="
                   WS-FINDINGS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT ACCEPT-FILE
           CLOSE CATALOG-FILE
           CLOSE ACCEPT-FILE
           CLOSE REJECT-FILE
           CLOSE PENDING-FILE
           CLOSE REPORT-FILE
           PERFORM 2960-WRITE-RUN-MARKER
           PERFORM 9900-WRITE-RUN-HISTORY
           STOP RUN.

       0050-START-RUN-HISTORY.
           MOVE "S" TO RUN-REQ-ACTION
           MOVE "SOSODBVL" TO RUN-REQ-PROGRAM
           CALL "SOSODBRH" USING RUN-REQUEST.

       1000-PROCESS-ALL.
           PERFORM UNTIL EOF-TRANS
               READ TRANS-FILE
               GO TO 2090-REJECT
           END-IF.

      *      "U" und "D" warten in PENDCHG auf die Freigabe; ihre
      *      Wirkung zählt für die weiteren Prüfungen dieses Laufs
      *      erst, wenn SOSODBM sie angewendet hat:
       2080-ACCEPT.
           IF TRANS-ACTION = "U" OR TRANS-ACTION = "D"
               PERFORM 2600-WRITE-PENDING
               GO TO 2099-VALIDATE-ONE-EXIT
           END-IF
           WRITE ACCEPT-RECORD FROM TRANS-RECORD
           ADD 1 TO WS-ACCEPT-COUNT
           PERFORM 2700-NOTE-RUN-EFFECT
           MOVE TRANS-TABLE-NAME TO ERR-TABLE
           MOVE TRANS-ACTION TO ERR-ACTION
           MOVE WS-REJECT-REASON TO ERR-REASON
           RELEASE ERR-RECORD
           PERFORM 2950-WRITE-FINDING.

       2099-VALIDATE-ONE-EXIT.
           CONTINUE.
       2599-CHECK-CATALOG-EXIT.
           CONTINUE.

      *      Fehlerfreien "U"- oder "D"-Satz mit dem Einreicher in
      *      die Freigabewarteschlange stellen. Die freigebende
      *      Abteilung und der Vergleich der Dateiformatfelder
      *      richten sich nach dem vorhandenen CATALOG-Eintrag; fehlt
      *      er (ein "U" nach einem "I" desselben Decks), gilt die
      *      Abteilung des Pflegesatzes:
       2600-WRITE-PENDING.
           MOVE SPACES TO PENDING-RECORD
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-RUN-DATE TO PEND_SUBMIT_DATE
           MOVE WS-RUN-TIME TO PEND_SUBMIT_TIME
           MOVE WS-PEND-SEQ TO PEND_SEQ_NO
           MOVE "O" TO PEND_STATUS
           MOVE TRANS-OPERATOR-ID TO PEND_SUBMIT_OPERATOR
           MOVE 0 TO PEND_DECIDED_DATE
           MOVE 0 TO PEND_DECIDED_TIME
           MOVE 0 TO PEND_APPLIED_DATE
           MOVE 0 TO PEND_APPLIED_TIME
           MOVE TRANS-RECORD TO PEND_TRANS_IMAGE

           MOVE TRANS-OWNER-DEPT TO PEND_OWNER_DEPT
           IF TRANS-ACTION = "D"
               MOVE "AUSTRAG" TO PEND_REASON
           ELSE
               MOVE "AENDERN" TO PEND_REASON
           END-IF
           MOVE TRANS-TABLE-NAME TO TABLE_NAME OF CATALOG-RECORD
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CATALOG_OWNER_DEPT TO PEND_OWNER_DEPT
                   IF TRANS-ACTION = "U"
                       AND (TRANS-RECFORM NOT = CATALOG_RECFORM
                         OR TRANS-RECSIZE NOT = CATALOG_RECSIZE
                         OR TRANS-KEYPOS NOT = CATALOG_KEYPOS
                         OR TRANS-KEYLEN NOT = CATALOG_KEYLEN)
                       MOVE "FORMAT" TO PEND_REASON
                   END-IF
           END-READ

           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "SOSODBVL: PENDCHG SCHREIBEN "
                       "FEHLGESCHLAGEN, STATUS=" WS-PENDING-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-HISTORY
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-PENDING-COUNT.

      *      Wirkung eines übernommenen Satzes für die weiteren
      *      Prüfungen dieses Laufs festhalten ("U" ändert die
      *      Existenz nicht):
           IF WS-RUN-COUNT >= WS-MAX-RUN-ENTRIES
               DISPLAY "SOSODBVL: MEHR ALS " WS-MAX-RUN-ENTRIES
                   " I/D-SAETZE JE LAUF, LAUF ABGEBROCHEN"
               PERFORM 9900-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-RUN-COUNT
       2799-NOTE-RUN-EFFECT-EXIT.
           CONTINUE.

      *      Abgewiesener Satz als Befund für die Morgenübersicht:
       2950-WRITE-FINDING.
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBVL" TO FIND_PROGRAM
           MOVE 4 TO FIND_SEVERITY
           IF ERR-DEPT = SPACES
               MOVE "UNBEKANNT" TO FIND_DEPT
           ELSE
               MOVE ERR-DEPT TO FIND_DEPT
           END-IF
           MOVE ERR-TABLE TO FIND_TABLE_NAME
           MOVE "ABGEWIESEN" TO FIND_CODE
           MOVE ERR-ACTION TO FIND_ITEM
           MOVE SPACES TO FIND_TEXT
           STRING
               "PFLEGESATZ " DELIMITED BY SIZE
               ERR-ACTION DELIMITED BY SIZE
               " VON " DELIMITED BY SIZE
               TRANS-OPERATOR-ID DELIMITED BY SIZE
               " ABGEWIESEN: " DELIMITED BY SIZE
               ERR-REASON DELIMITED BY SIZE
               INTO FIND_TEXT
           END-STRING
           WRITE FINDINGS-RECORD.

      *      Laufvermerk: die Vorprüfung ist vollständig
      *      durchgelaufen:
       2960-WRITE-RUN-MARKER.
           MOVE SPACES TO FINDINGS-RECORD
           MOVE WS-RUN-DATE TO FIND_RUN_DATE
           MOVE WS-RUN-TIME TO FIND_RUN_TIME
           MOVE "SOSODBVL" TO FIND_PROGRAM
           MOVE 0 TO FIND_SEVERITY
           MOVE "*LAUF" TO FIND_CODE
           WRITE FINDINGS-RECORD
           CLOSE FINDINGS-FILE.

      *      Fehlerbericht, nach einreichender Abteilung gruppiert:
       5000-PRINT-REPORT.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "SAETZE UEBERNOMMEN" TO SUM-TEXT
           MOVE WS-ACCEPT-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "SAETZE ZUR FREIGABE" TO SUM-TEXT
           MOVE WS-PENDING-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE "SAETZE ABGEWIESEN" TO SUM-TEXT
           MOVE WS-REJECT-COUNT TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.

      *      Laufhistoriensatz schreiben; der CALL setzt
      *      RETURN-CODE zurück:
       9900-WRITE-RUN-HISTORY.
           MOVE "E" TO RUN-REQ-ACTION
           MOVE WS-RUN-ID TO RUN-REQ-RUN-ID
           COMPUTE RUN-REQ-READ
               = WS-ACCEPT-COUNT + WS-PENDING-COUNT + WS-REJECT-COUNT
           COMPUTE RUN-REQ-WRITTEN
               = WS-ACCEPT-COUNT + WS-PENDING-COUNT
           MOVE WS-REJECT-COUNT TO RUN-REQ-REJECTED
           MOVE RETURN-CODE TO RUN-REQ-RC
           CALL "SOSODBRH" USING RUN-REQUEST
           MOVE RUN-REQ-RC TO RETURN-CODE.
