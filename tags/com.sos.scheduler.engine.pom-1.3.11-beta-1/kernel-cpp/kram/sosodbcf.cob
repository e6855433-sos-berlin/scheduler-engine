      *----------------------------------------------------------------
      * Datensatzbeschreibung für die gemeinsame Befunddatei
      * (FINDINGS) der nächtlichen Prüfungen
      *
      * SOSODBRC, SOSODBSM, SOSODBIC, SOSODBJC, SOSODBVL und SOSODBDP
      * drucken ihre Befunde weiterhin in die eigenen Listen, hängen
      * sie aber zusätzlich in diesem einheitlichen Satzaufbau an
      * FINDINGS an. SOSODBDG fasst morgens alle Befunde der Nacht
      * je CATALOG_OWNER_DEPT zusammen und leert die Datei danach.
      *
      * Sequentielle Datei, von jedem Programm mit OPEN EXTEND
      * fortgeschrieben. Am Ende eines vollständig durchgelaufenen
      * Laufs schreibt jedes Programm einen Laufvermerk (FIND_CODE
      * "*LAUF", übrige Felder leer): nur für Programme mit
      * Laufvermerk gilt ein früher offener, heute nicht mehr
      * gemeldeter Befund als erledigt.
      *
      * Ein Befund ist über FIND_PROGRAM, FIND_CODE, FIND_DEPT,
      * FIND_TABLE_NAME und FIND_ITEM bestimmt; FIND_TEXT darf sich
      * von Nacht zu Nacht ändern (z.B. die Zahl überfälliger Tage).
      *
      *01 FINDING.
      *
          10 FIND_RUN_ID.
      *         Start des meldenden Laufs, CCYYMMDD:
             15 FIND_RUN_DATE           PIC 9(8).
      *         HHMMSS:
             15 FIND_RUN_TIME           PIC 9(6).
      *      Meldendes Programm, z.B. "SOSODBIC":
          10 FIND_PROGRAM               PIC X(8).
      *      0 = Hinweis, 4 = Befund, 8 = schwerer Befund (Zugriff
      *      über ODBC scheitert bereits):
          10 FIND_SEVERITY              PIC 9(2).
      *      Zuständige Abteilung; "UNBEKANNT", wenn sich keine
      *      ermitteln lässt (z.B. verwaiste Zeilen):
          10 FIND_DEPT                  PIC X(20).
      *      Betroffener TABLE_NAME, leer wenn keiner betroffen ist:
          10 FIND_TABLE_NAME            PIC X(50).
      *      Befundkennung des Programms, z.B. "COL-VERWAIST":
          10 FIND_CODE                  PIC X(16).
      *      Betroffenes Einzelobjekt (Spalte, Job, Aktion), leer
      *      wenn der Befund den TABLE_NAME als Ganzes betrifft:
          10 FIND_ITEM                  PIC X(50).
      *      Befundtext wie in der Liste des Programms:
          10 FIND_TEXT                  PIC X(80).
      *----------------------------------------------------------------
