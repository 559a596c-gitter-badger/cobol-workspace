       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSHHK.
      * Aufraeumlauf fuer die gemeinsame Spieldatei TTTSHARE:
      * loescht Spiele, deren GS-SPIEL-STATUS "Sieg",
      * "Unentschieden" oder "Zeitverlust" ist, sowie Spiele, deren
      * letzte Aenderung laenger als die Aufbewahrungsfrist
      * zurueckliegt. Die
      * verbleibenden aktiven Spiele kommen mit Spiel-Kennung,
      * Zugzaehler und aktivem Spieler auf die Bedienerliste
      * TTTSHLST. Bisher war die einzige Abhilfe, die ganze Datei zu
           SET SHK-SATZ-BEHALTEN TO TRUE
           IF GS-SPIEL-STATUS = "Sieg"
              OR GS-SPIEL-STATUS = "Unentschieden"
              OR GS-SPIEL-STATUS = "Zeitverlust"
               SET SHK-SATZ-LOESCHEN TO TRUE
               ADD 1 TO SHK-GELOESCHT-FERTIG
           ELSE
