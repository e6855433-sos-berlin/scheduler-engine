      *----------------------------------------------------------------
      * Datensatzbeschreibung für das Verzeichnis der
      * Archivgenerationen (ARCHDIR) von CATAUDIT und BEFLOG
      *
      * SOSODBRA verlagert ältere Zeilen aus CATAUDIT (Layout
      * SOSODBCA) und BEFLOG (Layout SOSODBCB) in datierte
      * Archivgenerationen, je Lauf und Protokolldatei höchstens
      * eine. Jede Generation erhält hier einen Satz, sobald sie
      * vollständig geschrieben und geschlossen ist; eine Generation
      * ohne Satz ist unvollständig und wird nicht gelesen.
      * SOSODBAQ wählt hierüber die Generationen aus, die den
      * angefragten Datumsbereich berühren.
      *
      * Alle Zeilen einer Generation sind älter als alle Zeilen, die
      * beim Archivieren online blieben. Eine Online-Zeile mit einem
      * Datum bis ARCH_LAST_DATE der jüngsten Generation ist daher
      * bereits archiviert.
      *
      * ARCH_STATE "K" am jüngsten Satz einer Protokolldatei heißt,
      * dass SOSODBRA den Online-Rest aus AUDKEEP bzw. BEFKEEP noch
      * nicht vollständig zurückkopiert hat; die Protokolldatei ist
      * dann unvollständig, und der nächste SOSODBRA-Lauf kopiert
      * zuerst zurück. Sätze ohne "K" gelten als abgeschlossen.
      *
      * ISAM-Datei mit dem Schlüssel ARCH_KEY, z.B. FCBTYPE=ISAM,
      * RECFORM=F,RECSIZE=132,KEYPOS=5,KEYLEN=22.
      *
      *01 ARCHIVE-GENERATION.
      *
          10 ARCH_KEY.
      *         "CATAUDIT" oder "BEFLOG":
             15 ARCH_LOG_NAME           PIC X(8).
      *         Zeitpunkt des archivierenden Laufs, CCYYMMDD/HHMMSS:
             15 ARCH_GEN_DATE           PIC 9(8).
             15 ARCH_GEN_TIME           PIC 9(6).
      *      Ältestes und jüngstes Datum in der Generation (AUDIT_DATE
      *      bzw. BEFORE_RUN_DATE), CCYYMMDD:
          10 ARCH_FIRST_DATE            PIC 9(8).
          10 ARCH_LAST_DATE             PIC 9(8).
          10 ARCH_RECORD_COUNT          PIC 9(9).
      *      Dateiname der Generation (Präfix aus RETAINCTL, ".D" und
      *      Datum, ".T" und Uhrzeit des Laufs):
          10 ARCH_FILE_NAME             PIC X(80).
      *      "K" = Zurückkopieren offen, "F" = abgeschlossen:
          10 ARCH_STATE                 PIC X(1).
      *----------------------------------------------------------------
