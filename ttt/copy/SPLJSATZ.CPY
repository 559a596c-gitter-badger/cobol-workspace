      *----------------------------------------------------------------
      * SPLJSATZ - Satzbild fuer das Aenderungsjournal TTTSPLJ der
      * Spielerstammdatei. Eine Zeile je Pflegeaktion in TTTSPLM
      * (ANLEGEN, UMBENENNEN, DEAKTIVIEREN, VEREINIGEN) mit
      * Zeitstempel und dem Satzbild vor und nach der Aenderung;
      * beim Anlegen ist das Vorher-Bild leer. Beim Vereinigen steht
      * im Vorher-Bild die aufgegebene, im Nachher-Bild die
      * bleibende Nummer. Der Tagesbericht TTTSPLB druckt daraus
      * die Aenderungen fuer die Aufsicht. Die Auswertungen
      * (TTTRATE, TTTSTAT) lesen die UMBENENNEN- und
      * VEREINIGEN-Zeilen, um alte Ergebnissaetze unter dem
      * frueheren Namen dem heutigen Spieler zuzuordnen.
      *----------------------------------------------------------------
       01  JOURNAL-SATZ.
           05 SJO-DATUM PIC 9(08).
             88 SJO-IST-ANLEGEN VALUE "ANLEGEN".
             88 SJO-IST-UMBENENNEN VALUE "UMBENENNEN".
             88 SJO-IST-DEAKTIVIEREN VALUE "DEAKTIVIEREN".
             88 SJO-IST-VEREINIGEN VALUE "VEREINIGEN".
           05 FILLER PIC X(01).
           05 SJO-ALT-BILD PIC X(34).
           05 SJO-ALT-SICHT REDEFINES SJO-ALT-BILD.
