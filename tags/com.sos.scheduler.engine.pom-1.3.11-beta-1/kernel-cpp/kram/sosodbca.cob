      * TABLE_NAME wird eine Zeile fortgeschrieben
      * (sequentielle Protokolldatei, nicht
      * schlüsselzugreifbar). Die Zeilen sind in der Reihenfolge
      * ihrer Entstehung enthalten. Zeilen jenseits der
      * Aufbewahrungsfrist verlagert SOSODBRA in Archivgenerationen
      * gleichen Satzaufbaus (Verzeichnis ARCHDIR, siehe SOSODBCG).
      *
      *01 CATALOG-AUDIT.
      *
          10 AUDIT_OPERATOR_ID          PIC X(8).
      *      "INSERT", "UPDATE" oder "DELETE"; "REFUSE" für einen
      *      mangels Berechtigung abgewiesenen Pflegeversuch
      *      (siehe AUTHFILE in SOSODBM); "APPROV" bzw. "REJECT" für
      *      die Freigabe bzw. Zurückweisung eines Pflegesatzes aus
      *      der Freigabewarteschlange PENDCHG (siehe SOSODBAP);
      *      "GRANT" bzw. "REVOKE" für die Vergabe bzw. den Entzug
      *      einer Pflegeberechtigung in AUTHFILE (siehe SOSODBAM):
          10 AUDIT_ACTION               PIC X(6).
          10 AUDIT_TABLE_QUALIFIER      PIC X(8).
          10 AUDIT_TABLE_OWNER          PIC X(8).
