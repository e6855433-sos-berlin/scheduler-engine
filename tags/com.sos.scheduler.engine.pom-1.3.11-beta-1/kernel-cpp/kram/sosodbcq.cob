      *----------------------------------------------------------------
      * Parameterbereich für das Laufhistorien-Unterprogramm SOSODBRH
      * (ein Satz je Lauf in RUNHIST, siehe SOSODBCR)
      *
      * Der Rufer belegt am Laufanfang RUN-REQ-ACTION "S" und
      * RUN-REQ-PROGRAM (eigener Programmname); SOSODBRH setzt
      * RUN-REQ-START-DATE/-TIME und löscht Zähler und
      * Sperrangaben. Vor jedem STOP RUN belegt der Rufer die
      * Zähler, RUN-REQ-RC (seinen RETURN-CODE), bei eigener
      * Laufkennung RUN-REQ-RUN-ID und bei Koordination über CATLOCK
      * RUN-REQ-LOCK-USED "J" mit der Wartezeit aus SOSODBLK, und
      * ruft mit RUN-REQ-ACTION "E". SOSODBRH hängt dann den Satz an
      * RUNHIST an und liefert RUN-REQ-RESULT ("J" = geschrieben,
      * "N" = nicht geschrieben). Ein CALL setzt RETURN-CODE zurück;
      * der Rufer stellt ihn deshalb danach aus RUN-REQ-RC wieder
      * her.
      *
      *01 RUN-REQUEST.
      *
          05 RUN-REQ-ACTION          PIC X(1).
          05 RUN-REQ-PROGRAM         PIC X(8).
          05 RUN-REQ-RUN-ID.
             10 RUN-REQ-RUN-DATE     PIC 9(8).
             10 RUN-REQ-RUN-TIME     PIC 9(6).
          05 RUN-REQ-START-DATE      PIC 9(8).
          05 RUN-REQ-START-TIME      PIC 9(6).
          05 RUN-REQ-READ            PIC 9(9).
          05 RUN-REQ-WRITTEN         PIC 9(9).
          05 RUN-REQ-REJECTED        PIC 9(9).
          05 RUN-REQ-RC              PIC 9(3).
          05 RUN-REQ-LOCK-USED       PIC X(1).
          05 RUN-REQ-LOCK-WAIT-SECS  PIC 9(7).
          05 RUN-REQ-RESULT          PIC X(1).
      *----------------------------------------------------------------
