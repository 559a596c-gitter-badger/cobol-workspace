           05 MAT-TURNIER-ID PIC X(08).
           05 MAT-RUNDE PIC X(02).
           05 MAT-BEGONNEN-AM PIC 9(08).
      * Spielstufe des Computergegners fuer alle Spiele der Serie;
      * leer bei Serien Mensch gegen Mensch.
           05 MAT-STUFE PIC X(01).
      * Anzahl der Spiele der Serie, die die Seite A bzw. B durch
      * Ueberschreiten der Bedenkzeit verloren hat; diese Spiele
      * zaehlen zugleich als Siege des Gegners.
           05 MAT-ZEITVERLUSTE-A PIC 9(02).
           05 MAT-ZEITVERLUSTE-B PIC 9(02).
