      *----------------------------------------------------------------
      * Datensatzbeschreibung für die offenen Befunde (OPENFIND)
      *
      * SOSODBDG führt hier jeden Befund aus FINDINGS (siehe
      * SOSODBCF), bis das meldende Programm ihn in einem
      * vollständigen Lauf nicht mehr meldet. So bleibt sichtbar,
      * seit wann ein Befund besteht, statt dass ein alter Befund
      * jeden Morgen wie neu aussieht und im Grundrauschen
      * untergeht.
      *
      * ISAM-Datei mit dem Schlüssel OPEN_KEY, der die Identität des
      * Befunds wiedergibt, z.B. FCBTYPE=ISAM,RECFORM=F,RECSIZE=265,
      * KEYPOS=5,KEYLEN=144.
      *
      *01 OPEN-FINDING.
      *
          10 OPEN_KEY.
             15 OPEN_PROGRAM            PIC X(8).
             15 OPEN_CODE               PIC X(16).
             15 OPEN_DEPT               PIC X(20).
             15 OPEN_TABLE_NAME         PIC X(50).
             15 OPEN_ITEM               PIC X(50).
      *      Laufdatum der ersten und der letzten Meldung, CCYYMMDD:
          10 OPEN_FIRST_DATE            PIC 9(8).
          10 OPEN_LAST_DATE             PIC 9(8).
      *      Laufkennung des SOSODBDG-Laufs, der den Befund zuletzt
      *      in FINDINGS vorgefunden hat:
          10 OPEN_DIGEST_ID.
             15 OPEN_DIGEST_DATE        PIC 9(8).
             15 OPEN_DIGEST_TIME        PIC 9(6).
      *      Anzahl Nächte mit Meldung:
          10 OPEN_SEEN_COUNT            PIC 9(5).
      *      Schwere und Text der letzten Meldung:
          10 OPEN_SEVERITY              PIC 9(2).
          10 OPEN_TEXT                  PIC X(80).
      *----------------------------------------------------------------
