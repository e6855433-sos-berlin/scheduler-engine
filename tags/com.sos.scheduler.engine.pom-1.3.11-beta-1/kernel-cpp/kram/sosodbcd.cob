      *----------------------------------------------------------------
      * Datensatzbeschreibung für das Abteilungsverzeichnis (DEPTDIR)
      *
      * Je CATALOG_OWNER_DEPT ein Ansprechpartner und der Weg, auf
      * dem die Morgenübersicht von SOSODBDG die Abteilung erreicht.
      * Die Datei wird wie JOBINV als Zeilendatei gepflegt; ein
      * Eintrag mit DIR_DEPT "*" gilt für jede Abteilung ohne
      * eigenen Eintrag (in der Regel der Leitstand).
      *
      *01 DEPT-DIRECTORY.
      *
      *      CATALOG_OWNER_DEPT oder "*":
          10 DIR_DEPT                   PIC X(20).
      *      Name des Ansprechpartners:
          10 DIR_CONTACT                PIC X(40).
      *      "M" = per Post (E-Mail), "P" = Druck, "B" = beides:
          10 DIR_MODE                   PIC X(1).
      *      Empfängeradresse bei "M"/"B":
          10 DIR_MAIL_ADDRESS           PIC X(60).
      *      Drucker bzw. Ausgabeziel bei "P"/"B":
          10 DIR_PRINT_DEST             PIC X(8).
      *----------------------------------------------------------------
