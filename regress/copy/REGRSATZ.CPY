      * wird die Zielzelle des Computerzugs als Zeile+Spalte (etwa
      * "22" fuer die Mitte). Bis zu neun Zellen bilden eine
      * zulaessige Menge; leere Eintraege zaehlen nicht.
      * REG-CZ-STUFE waehlt die Spielstufe des Computergegners
      * (L = leicht, N = normal, P = perfekt); leer gilt als normal,
      * so bleiben die Szenarien von vor den Spielstufen gueltig.
      *----------------------------------------------------------------
       01  REGRESSION-SATZ.
           05 REG-SCHLUESSEL.
               10 REG-CZ-AKTIVER-SPIELER PIC X(01).
               10 REG-CZ-ERWARTETE-ZELLEN.
                   15 REG-CZ-ZELLE PIC X(02) OCCURS 9.
               10 REG-CZ-STUFE PIC X(01).
                 88 REG-CZ-STUFE-LEICHT VALUE "L".
                 88 REG-CZ-STUFE-NORMAL VALUE "N" " ".
                 88 REG-CZ-STUFE-PERFEKT VALUE "P".
               10 FILLER PIC X(27).
