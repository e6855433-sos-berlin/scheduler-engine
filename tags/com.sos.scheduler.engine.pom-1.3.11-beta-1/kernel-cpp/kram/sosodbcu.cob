      *----------------------------------------------------------------
      * Datensatzbeschreibung für die Pflegeberechtigungen (AUTHFILE)
      *
      * Je Satz eine Berechtigung: welcher Bearbeiter welche
      * CATALOG_OWNER_DEPT pflegen darf, wahlweise eingeschränkt
      * auf einen TABLE_OWNER-Bereich (beide Grenzen leer = kein
      * Eigentümer-Vorbehalt). Mehrere Sätze je Bearbeiter und
      * Abteilung sind zulässig, sie unterscheiden sich in der
      * Untergrenze. SOSODBM, SOSODBJM und SOSODBAP lesen über den
      * Schlüssel; geändert wird die Datei nur durch SOSODBAM, das
      * jede Vergabe und jeden Entzug nach CATAUDIT schreibt.
      *
      * ISAM-Datei mit dem Schlüssel AUTH_KEY, z.B. FCBTYPE=ISAM,
      * RECFORM=F,RECSIZE=150,KEYPOS=5,KEYLEN=36.
      *
      *01 AUTH-ENTRY.
      *
          10 AUTH_KEY.
             15 AUTH_OPERATOR_ID        PIC X(8).
             15 AUTH_OWNER_DEPT         PIC X(20).
             15 AUTH_OWNER_LOW          PIC X(8).
          10 AUTH_OWNER_HIGH            PIC X(8).
      *      Zeitpunkt der Vergabe, CCYYMMDD und HHMMSS:
          10 AUTH_GRANT_DATE            PIC 9(8).
          10 AUTH_GRANT_TIME            PIC 9(6).
      *      Kennung dessen, der die Berechtigung vergeben hat:
          10 AUTH_GRANTED_BY            PIC X(8).
      *      Begründung bzw. Antragsnummer aus dem Pflegesatz:
          10 AUTH_REMARKS               PIC X(80).
      *----------------------------------------------------------------
