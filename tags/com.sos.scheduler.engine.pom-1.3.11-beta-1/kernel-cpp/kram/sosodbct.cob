      *----------------------------------------------------------------
      * Datensatzbeschreibung für die erwarteten Nachtschritte
      * (EXPSTEPS)
      *
      * Je Programm, das in der Nacht laufen soll, ein Eintrag mit
      * den Wochentagen, an denen ein Lauf erwartet wird. SOSODBRW
      * meldet jede Nacht, in der ein erwarteter Schritt keinen Satz
      * in RUNHIST (siehe SOSODBCR) hinterlassen hat. Die Datei wird
      * wie JOBINV als Zeilendatei gepflegt.
      *
      * Als Nacht eines Laufs gilt der Tag, an dem sie beginnt: ein
      * Lauf vor 12 Uhr zählt zur Nacht des Vortags.
      *
      *01 EXPECTED-STEP.
      *
      *      Programmname wie in RUN_PROGRAM, z.B. "SOSODBIC":
          10 EXP_PROGRAM                PIC X(8).
      *      Je Wochentag der Nacht (Stelle 1 = Montag bis Stelle 7 =
      *      Sonntag) "J" = Lauf erwartet; ganz leer = jede Nacht:
          10 EXP_WEEKDAYS               PIC X(7).
      *      Bezeichnung des Schritts für den Bericht:
          10 EXP_TEXT                   PIC X(40).
      *----------------------------------------------------------------
