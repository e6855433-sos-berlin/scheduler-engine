      * reicht das nicht. SOSODBM schreibt deshalb je angewendeter
      * Änderung an CATALOG, COLUMNS oder VIEWMBRS einen Satz dieser
      * Art fort (sequentielle Protokolldatei, wie CATAUDIT).
      * Läufe außerhalb des Backout-Fensters von SOSODBBO verlagert
      * SOSODBRA nach Ablauf der Frist in Archivgenerationen
      * (Verzeichnis ARCHDIR, siehe SOSODBCG).
      *
      * BEFORE_RUN_ID ist der Startzeitpunkt des Laufs und steht auch
      * in der RUNSTAT-Zusammenfassung; damit wählt SOSODBBO die
