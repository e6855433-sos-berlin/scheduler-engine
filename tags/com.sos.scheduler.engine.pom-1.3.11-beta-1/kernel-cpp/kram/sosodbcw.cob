      *----------------------------------------------------------------
      * Datensatzbeschreibung für die Arbeitsliste nach einer
      * Satzaufbau-Änderung (IMPWORK)
      *
      * SOSODBIM schreibt je Job und betroffenem TABLE_NAME einen
      * Satz, sobald ein SOSODBM-Lauf die COLUMNS-Zeilen oder
      * RECFORM/RECSIZE/KEYPOS/KEYLEN dieser Tabelle geändert hat -
      * nach JOB_OWNER_DEPT und JOB_NAME sortiert, damit jede
      * Abteilung ihr Übersetzen und Nachtesten einplanen kann,
      * bevor der neue Satzaufbau in Betrieb geht. Zeilendatei wie
      * COLOUT; die Einzelheiten je Feld stehen in IMPACTRPT.
      *
      *01 IMPACT-WORKLIST.
      *
      *      JOB_OWNER_DEPT aus JOBUSES:
          10 WORK_DEPT                  PIC X(20).
          10 WORK_JOB_NAME              PIC X(8).
      *      TABLE_NAME mit geändertem Satzaufbau:
          10 WORK_TABLE_NAME            PIC X(50).
      *      Liest der Job die Tabelle nur über eine VIEW, deren Name;
      *      sonst leer:
          10 WORK_VIA_VIEW              PIC X(50).
      *      Laufkennung des SOSODBM-Laufs (wie BEFORE_RUN_ID):
          10 WORK_RUN_ID.
             15 WORK_RUN_DATE           PIC 9(8).
             15 WORK_RUN_TIME           PIC 9(6).
      *      CATALOG_RECSIZE vor und nach dem Lauf (0 = Tabelle gab
      *      es vorher bzw. nachher nicht):
          10 WORK_OLD_RECSIZE           PIC 9(5).
          10 WORK_NEW_RECSIZE           PIC 9(5).
      *      Anzahl der ausgewiesenen Änderungen (Felder und
      *      Katalogangaben):
          10 WORK_CHANGE_COUNT          PIC 9(5).
      *----------------------------------------------------------------
