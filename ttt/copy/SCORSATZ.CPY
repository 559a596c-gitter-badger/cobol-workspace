      * SCORSATZ - Satzbild fuer die Ergebnisdatei TTTSCORE.
      * Ein Satz je beendetem Spiel, geschrieben von TTT in
      * SCHREIBE-SPIELSTAND und gelesen von den Auswertungen.
      * Ergebniskorrekturen fuehrt allein TTTKORR durch: ein
      * annulliertes Spiel wird geloescht, ein geaenderter Gewinner
      * zurueckgeschrieben; das Vorher-Bild steht im Journal TTTKORJ.
      * SCORE-GEWINNER nennt auch bei Zeitverlust den Sieger ("X"
      * oder "O"); SCORE-ENTSCHEIDUNG sagt, wie die Partie entschieden
      * wurde, damit die Berichte Zeitverluste getrennt ausweisen.
      *----------------------------------------------------------------
       01  SCORE-SATZ.
           05 SCORE-SCHLUESSEL.
      * Turniers.
           05 SCORE-TURNIER-ID PIC X(08).
           05 SCORE-RUNDE PIC X(02).
      * Spielstufe des Computergegners (L = leicht, N = normal,
      * P = perfekt); leer bei Spielen Mensch gegen Mensch. Saetze
      * aus der Zeit vor den Spielstufen gelten als normal.
           05 SCORE-STUFE PIC X(01).
             88 SCORE-STUFE-LEICHT VALUE "L".
             88 SCORE-STUFE-NORMAL VALUE "N" " ".
             88 SCORE-STUFE-PERFEKT VALUE "P".
      * Art der Entscheidung: leer = am Brett, "Z" = Zeitverlust des
      * Verlierers (Bedenkzeit je Zug ueberschritten).
           05 SCORE-ENTSCHEIDUNG PIC X(01).
             88 SCORE-AM-BRETT VALUE " ".
             88 SCORE-ZEITVERLUST VALUE "Z".
