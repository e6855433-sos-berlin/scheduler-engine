      * DATA_TYPE ist der SQL-Typname, z.B. "CHAR", "DECIMAL",
      * "INTEGER".
      *
      * SOSODBPC erzeugt die COLIN-Sätze aus dem COPY-Glied mit
      * "CHAR" (alphanumerisch, druckaufbereitet), "NUMERIC"
      * (ungepackt), "DECIMAL" (COMP-3), "SMALLINT"/"INTEGER"/
      * "BIGINT" (binär 2/4/8 Byte) und "REAL"/"DOUBLE" (COMP-1/
      * COMP-2). COLUMN_SIZE ist dabei immer die Länge im Satz in
      * Byte, damit die Summe der COLUMN_SIZE gegen CATALOG_RECSIZE
      * geprüft werden kann (SOSODBM, SOSODBIC).
      *
      *01 COLUMNS.
      *
          10 COLUMNS_KEY.
          10 COLUMN_NAME                PIC X(30).
      *      SQL-Typname, z.B. "CHAR", "DECIMAL", "INTEGER":
          10 DATA_TYPE                  PIC X(20).
      *      Länge des Feldes im Satz in Byte:
          10 COLUMN_SIZE                PIC 9(9).
      *----------------------------------------------------------------
