      * Belegen). SOSODBLK liefert LOCK-REQ-RESULT ("J" = erledigt,
      * "N" = nicht erhalten) und bei "N" in LOCK-REQ-HOLDER und
      * LOCK-REQ-SINCE-DATE/-TIME, wer den Satz seit wann hält.
      * Beim Belegen liefert SOSODBLK in LOCK-REQ-WAIT-SECS außerdem
      * die Sekunden bis zum Erhalt bzw. bis zur Aufgabe; der Rufer
      * trägt sie in seinen Laufhistoriensatz ein (siehe SOSODBCQ).
      *
      *01 LOCK-REQUEST.
      *
          05 LOCK-REQ-HOLDER         PIC X(8).
          05 LOCK-REQ-SINCE-DATE     PIC 9(8).
          05 LOCK-REQ-SINCE-TIME     PIC 9(6).
          05 LOCK-REQ-WAIT-SECS      PIC 9(7).
      *----------------------------------------------------------------
