      *----------------------------------------------------------------
      * Datensatzbeschreibung für die Laufhistorie (RUNHIST) der
      * Katalogfamilie
      *
      * Bisher schrieb nur SOSODBM eine Laufzusammenfassung
      * (RUNSTAT), und die wurde vom nächsten Lauf überschrieben;
      * alle anderen Programme meldeten sich nur über DISPLAY-Zeilen
      * und den Returncode. Jedes Programm der Familie hängt deshalb
      * über SOSODBRH (Parameterbereich SOSODBCQ) je Lauf genau einen
      * Satz an RUNHIST an. SOSODBRW wertet die Historie wöchentlich
      * aus.
      *
      * Sequentielle Datei, nur fortgeschrieben (OPEN EXTEND). Die
      * Bedeutung der Zähler hängt vom Programm ab: gelesen sind die
      * Sätze der Haupteingabe, geschrieben die erzeugten bzw.
      * geänderten Sätze oder Zeilen der Hauptausgabe, abgewiesen
      * die zurückgewiesenen bzw. ausgesonderten Sätze.
      *
      *01 RUN-HISTORY.
      *
          10 RUN_PROGRAM                PIC X(8).
      *      Laufkennung des Programms; ohne eigene Laufkennung der
      *      Startzeitpunkt:
          10 RUN_ID.
             15 RUN_ID_DATE             PIC 9(8).
             15 RUN_ID_TIME             PIC 9(6).
      *      Start und Ende, CCYYMMDD und HHMMSS:
          10 RUN_START_DATE             PIC 9(8).
          10 RUN_START_TIME             PIC 9(6).
          10 RUN_END_DATE               PIC 9(8).
          10 RUN_END_TIME               PIC 9(6).
      *      Laufzeit in Sekunden:
          10 RUN_ELAPSED_SECS           PIC 9(7).
          10 RUN_RECORDS_READ           PIC 9(9).
          10 RUN_RECORDS_WRITTEN        PIC 9(9).
          10 RUN_RECORDS_REJECTED       PIC 9(9).
          10 RUN_RETURN_CODE            PIC 9(3).
      *      "J" = Lauf hat CATLOCK über SOSODBLK angefordert:
          10 RUN_LOCK_USED              PIC X(1).
      *      Wartezeit bis zum Erhalt (bzw. bis zur Aufgabe) des
      *      CATLOCK-Satzes in Sekunden:
          10 RUN_LOCK_WAIT_SECS         PIC 9(7).
      *----------------------------------------------------------------
