      * der Katalogfamilie
      *
      * Genau ein Satz. SOSODBLK belegt ihn am Anfang eines Laufs
      * von SOSODBM, SOSODBHK, SOSODBUL, SOSODBRB, SOSODBBO oder
      * SOSODBAP und gibt ihn am Laufende wieder frei, damit sich
      * Pflege, Freigabe, Reorganisation, Entladen und Neuaufbau auf
      * demselben CATALOG/COLUMNS/VIEWMBRS-Bestand nie überlappen.
      *
      * Nach einem Abbruch bleibt der Satz auf "B" stehen; der
      * Bediener sieht in LOCK_HOLDER und LOCK_DATE/LOCK_TIME, wer
