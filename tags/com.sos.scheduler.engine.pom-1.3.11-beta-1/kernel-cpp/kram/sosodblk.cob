      * mitten in einer Pflege entladen und damit einen in sich
      * widersprüchlichen Wiederanlaufpunkt erzeugt.
      *
      * Dieses Unterprogramm wird von SOSODBM, SOSODBJM, SOSODBHK,
      * SOSODBUL, SOSODBRB, SOSODBBO, SOSODBAP, SOSODBAM und
      * SOSODBRA am Laufanfang mit Aktion "E" und am Laufende mit
      * Aktion "D" gerufen (Parameterbereich SOSODBCE).
      * Es belegt bzw. gibt den einen Satz der Datei CATLOCK frei
      * (Layout SOSODBCL). Ist der Satz belegt, wird das Belegen
      * LOCK-REQ-RETRIES-mal wiederholt (die Datei wird dazwischen
      * freigeben kann); danach meldet LOCK-REQ-RESULT "N" mit
      * Inhaber und Zeitpunkt, und der Rufer endet mit seinem
      * gestuften Returncode, statt sich in den laufenden Bestand
      * zu mischen. Die Zeit vom Anfordern bis zum Erhalt bzw. bis
      * zur Aufgabe meldet LOCK-REQ-WAIT-SECS in Sekunden; die Rufer
      * führen sie in der Laufhistorie RUNHIST, damit sichtbar wird,
      * wie oft und wie lange sich die Läufe gegenseitig aufhalten.
      *
      * Nach einem Abbruch bleibt der Satz auf "B": der Bediener
      * sieht in CATLOCK, wer seit wann belegt hat, und setzt den
           88 LOCK-FILE-EMPTY         VALUE "Y".
       01  WS-DONE                    PIC X(1).
           88 REQUEST-DONE            VALUE "Y".
      *      Wartezeit beim Belegen; ACCEPT FROM TIME liefert
      *      HHMMSShh:
       01  WS-CLOCK                   PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05 WS-CLOCK-HH             PIC 9(2).
           05 WS-CLOCK-MM             PIC 9(2).
           05 WS-CLOCK-SS             PIC 9(2).
           05 WS-CLOCK-HUNDREDTHS     PIC 9(2).
       01  WS-WAIT-FROM-SECS          PIC S9(7) COMP.
       01  WS-WAIT-TO-SECS            PIC S9(7) COMP.

       LINKAGE SECTION.
       01  LOCK-REQUEST.
           MOVE SPACES TO LOCK-REQ-HOLDER
           MOVE 0 TO LOCK-REQ-SINCE-DATE
           MOVE 0 TO LOCK-REQ-SINCE-TIME
           MOVE 0 TO LOCK-REQ-WAIT-SECS

           EVALUATE LOCK-REQ-ACTION
               WHEN "E"
      *      eröffnet, damit eine zwischenzeitliche Freigabe des
      *      Inhabers sichtbar wird:
       1000-ENQUEUE.
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-WAIT-FROM-SECS
               = WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           MOVE "N" TO WS-DONE
           MOVE 0 TO WS-TRY-COUNT
           PERFORM 1100-TRY-ENQUEUE
               THRU 1199-TRY-ENQUEUE-EXIT
               UNTIL REQUEST-DONE
                  OR WS-TRY-COUNT > LOCK-REQ-RETRIES
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-WAIT-TO-SECS
               = WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
      *      Über Mitternacht gewartet:
           IF WS-WAIT-TO-SECS < WS-WAIT-FROM-SECS
               ADD 86400 TO WS-WAIT-TO-SECS
           END-IF
           COMPUTE LOCK-REQ-WAIT-SECS
               = WS-WAIT-TO-SECS - WS-WAIT-FROM-SECS.

       1100-TRY-ENQUEUE.
           ADD 1 TO WS-TRY-COUNT
