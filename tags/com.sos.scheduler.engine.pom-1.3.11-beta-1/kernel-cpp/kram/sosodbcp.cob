      *----------------------------------------------------------------
      * Datensatzbeschreibung für die Freigabewarteschlange (PENDCHG)
      * der Pflegesätze mit Vier-Augen-Pflicht
      *
      * Ein Pflegesatz "U" oder "D" trifft immer einen vorhandenen
      * CATALOG-Eintrag; ein falsches RECSIZE oder ein versehentliches
      * Austragen legt damit sofort die Jobs der Abteilung lahm.
      * SOSODBVL reicht solche Sätze deshalb nicht mehr nach TRANSOK
      * durch, sondern stellt sie hier mit dem Einreicher ein. Ein
      * zweiter Bearbeiter derselben CATALOG_OWNER_DEPT gibt sie über
      * SOSODBAP frei oder weist sie zurück; SOSODBM wendet nur
      * freigegebene Sätze an und vermerkt das Ergebnis hier.
      *
      * ISAM-Datei mit dem Schlüssel PEND_KEY (Laufkennung des
      * einreichenden SOSODBVL-Laufs und laufende Nummer darin), so
      * dass die Sätze in der Reihenfolge ihrer Einreichung gelesen
      * und angewendet werden.
      *
      *01 PENDING-CHANGE.
      *
          10 PEND_KEY.
      *         Laufkennung des einreichenden SOSODBVL-Laufs, CCYYMMDD:
             15 PEND_SUBMIT_DATE        PIC 9(8).
      *         HHMMSS:
             15 PEND_SUBMIT_TIME        PIC 9(6).
      *         Laufende Nummer innerhalb des Laufs:
             15 PEND_SEQ_NO             PIC 9(5).
      *      "O" = offen, "A" = freigegeben, "R" = zurückgewiesen,
      *      "E" = von SOSODBM angewendet, "F" = von SOSODBM beim
      *      Anwenden abgewiesen (Grund im RUNSTAT/SYSOUT des Laufs):
          10 PEND_STATUS                PIC X(1).
      *      Einreicher (TRANS-OPERATOR-ID des Pflegesatzes):
          10 PEND_SUBMIT_OPERATOR       PIC X(8).
      *      Abteilung, aus der die Freigabe kommen muss: die des
      *      vorhandenen CATALOG-Eintrags, sonst die des Pflegesatzes:
          10 PEND_OWNER_DEPT            PIC X(20).
      *      Grund der Freigabepflicht: "FORMAT" (RECFORM, RECSIZE,
      *      KEYPOS oder KEYLEN ändern sich), "AENDERN" (sonstiges
      *      "U") oder "AUSTRAG" ("D"):
          10 PEND_REASON                PIC X(8).
      *      Freigebender bzw. zurückweisender Bearbeiter und
      *      Zeitpunkt der Entscheidung:
          10 PEND_DECIDED_BY            PIC X(8).
          10 PEND_DECIDED_DATE          PIC 9(8).
          10 PEND_DECIDED_TIME          PIC 9(6).
      *      Vermerk zur Entscheidung (Freitext aus APPRIN):
          10 PEND_DECISION_NOTE         PIC X(60).
      *      Laufkennung des SOSODBM-Laufs, der den Satz angewendet
      *      (oder beim Anwenden abgewiesen) hat; sonst Nullen:
          10 PEND_APPLIED_RUN_ID.
             15 PEND_APPLIED_DATE       PIC 9(8).
             15 PEND_APPLIED_TIME       PIC 9(6).
      *      Vollständiger Pflegesatz im TRANSIN-Satzaufbau von
      *      SOSODBM (671 Zeichen):
          10 PEND_TRANS_IMAGE           PIC X(671).
      *----------------------------------------------------------------
