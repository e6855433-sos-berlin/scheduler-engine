      *----------------------------------------------------------------
      * Datensatzbeschreibung für die Größenhistorie (SIZEHIST) der
      * katalogisierten Dateien
      *
      * Der FILECAT-Auszug wurde nach SOSODBRC und SOSODBSM bisher
      * weggeworfen; wie groß eine Datei letzten Monat war, wusste
      * niemand. SOSODBRC legt deshalb je Lauf für jeden CATALOG-
      * Eintrag, dessen FILE_NAME im Auszug steht, einen Satz mit
      * zugewiesenem und belegtem Platz und der Satzanzahl ab.
      * SOSODBGR wertet die Historie wöchentlich aus.
      *
      * ISAM-Datei mit dem Schlüssel HIST_KEY (TABLE_NAME und
      * Stichtag), z.B. FCBTYPE=ISAM,RECFORM=F,RECSIZE=511,KEYPOS=5,
      * KEYLEN=58. Je TABLE_NAME und Tag gibt es genau einen Satz;
      * ein zweiter Lauf am selben Tag ersetzt ihn. Da ein TABLE_NAME
      * zu einem Zeitpunkt genau eine FILE_NAME hat, ist das zugleich
      * ein Satz je TABLE_NAME und FILE_NAME und Tag; HIST_FILE_NAME
      * hält fest, zu welcher Datei der Stand gehört, damit nach
      * einem Umhängen des FILE_NAME keine Stände verschiedener
      * Dateien miteinander verrechnet werden.
      *
      * Platzangaben in PAM-Seiten (2 KB) wie im Dateikatalog.
      *
      *01 SIZE-HISTORY.
      *
          10 HIST_KEY.
      *         Muss zu TABLE_NAME in CATALOG passen:
             15 HIST_TABLE_NAME         PIC X(50).
      *         Stichtag des FILECAT-Auszugs, CCYYMMDD:
             15 HIST_SNAP_DATE          PIC 9(8).
      *      FILE_NAME des CATALOG-Eintrags am Stichtag:
          10 HIST_FILE_NAME             PIC X(400).
      *      Zugewiesener Platz (FILE-SIZE):
          10 HIST_ALLOC_PAGES           PIC 9(9).
      *      Belegter Platz (höchste benutzte Seite):
          10 HIST_USED_PAGES            PIC 9(9).
      *      Anzahl Sätze der Datei:
          10 HIST_RECORD_COUNT          PIC 9(11).
      *      Zuständige Abteilung am Stichtag:
          10 HIST_OWNER_DEPT            PIC X(20).
      *----------------------------------------------------------------
