      * Sitzungsstempel des Spiels und entspricht dem
      * SCORE-SCHLUESSEL des zugehoerigen Ergebnissatzes, damit
      * Wiedergabe und Abstimmung ein Spiel eindeutig finden.
      * AUDIT-ZEITSTEMPEL haelt fest, wann der Zug angenommen wurde
      * (Datum und hhmmsshh); aus dem Abstand zweier Zuege zeigt
      * TTTPLAY die Bedenkzeit. Zeilen aus der Zeit davor enden nach
      * AUDIT-SPALTE.
      *----------------------------------------------------------------
       01  AUDIT-SATZ.
           05 AUDIT-SPIEL-KENNUNG.
           05 AUDIT-FILLER-3 PIC X(01) VALUE SPACE.
           05 AUDIT-ZEILE PIC 9(01).
           05 AUDIT-SPALTE PIC 9(01).
           05 AUDIT-FILLER-4 PIC X(01) VALUE SPACE.
           05 AUDIT-ZEITSTEMPEL.
               10 AUDIT-ZUG-DATUM PIC 9(08).
               10 AUDIT-ZUG-UHRZEIT PIC 9(08).
