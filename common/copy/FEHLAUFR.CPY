      * FEHLAUFR - Aufrufbereich fuer die gemeinsame Fehlerroutine
      * FEHLPROT. Der meldende Baustein fuellt Programm, Datei,
      * Operation, Dateistatus und Schwere ("F" = fatal, der Lauf
      * endet mit Ruecklieferungscode 12; "W" = Warnung; "I" =
      * Hinweis auf einen Betriebseingriff ohne Fehler, etwa eine
      * Wiederherstellung durch DATRUECK) und ruft FEHLPROT, das den
      * Vorfall ins Betriebsprotokoll OPSLOG schreibt und dem
      * Bediener meldet.
      *----------------------------------------------------------------
       01  FEHLER-AUFRUF.
           05 FA-PROGRAMM PIC X(08).
           05 FA-SCHWERE PIC X(01).
             88 FA-IST-FATAL VALUE "F".
             88 FA-IST-WARNUNG VALUE "W".
             88 FA-IST-HINWEIS VALUE "I".
