      *----------------------------------------------------------------
      * RTBSATZ - Satzbild fuer die Ratingbasis TTTRTBAS. Ein Satz
      * je Spieler mit dem Startwert der laufenden Saison, wie ihn
      * der Saisonabschluss TTTSAIS nach der Rueckfuehrung in
      * Richtung Startwert in TTTRATNG gesetzt hat. TTTRATE beginnt
      * eine vollstaendige Neuberechnung mit diesen Werten statt mit
      * dem festen Startwert, weil die Spiele frueherer Saisons nicht
      * mehr in TTTSCORE stehen. Ohne Ratingbasis (vor dem ersten
      * Saisonabschluss) gilt fuer alle Spieler der Startwert.
      *----------------------------------------------------------------
       01  BASIS-SATZ.
           05 RTB-NUMMER PIC 9(05).
           05 RTB-NAME PIC X(20).
           05 RTB-WERT PIC 9(04).
           05 RTB-UEBUNG-WERT PIC 9(04).
           05 RTB-SAISON PIC X(08).
