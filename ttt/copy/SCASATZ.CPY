      *----------------------------------------------------------------
      * SCASATZ - Satzbild fuer das Saisonarchiv TTTSCARC der
      * Ergebnisdatei. Beim Saisonabschluss verschiebt TTTSAIS alle
      * Ergebnissaetze der Saison aus TTTSCORE hierher; die ersten
      * 80 Stellen entsprechen Feld fuer Feld dem SCORSATZ, dahinter
      * steht die Saison, in der das Spiel gewertet wurde. Der
      * Schluessel aus Datum und Uhrzeit bleibt erhalten, damit die
      * Auskunft TTTABFR das Archiv wie TTTSCORE durchsuchen kann.
      *----------------------------------------------------------------
       01  ARCHIV-SATZ.
           05 SCA-SCHLUESSEL.
               10 SCA-DATUM PIC 9(08).
               10 SCA-UHRZEIT PIC 9(08).
           05 SCA-SPIELER-X PIC X(20).
           05 SCA-SPIELER-O PIC X(20).
           05 SCA-GEWINNER PIC X(10).
           05 SCA-ZUEGE PIC 9(02).
           05 SCA-TURNIER-ID PIC X(08).
           05 SCA-RUNDE PIC X(02).
           05 SCA-STUFE PIC X(01).
           05 SCA-ENTSCHEIDUNG PIC X(01).
           05 SCA-SAISON PIC X(08).
