       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACHTLF.
      * Steuerung der Nachtverarbeitung: fuehrt die Schritte
      * DATSICH, DIABATCH, TTTARCH, TTTSHHK, TTTINTG, TTTWEXP und
      * REGRRUN in der Reihenfolge der Steuerdatei NACHTSTR aus,
      * statt dass der Bediener sieben Programme von Hand in der
      * richtigen Reihenfolge startet. Die Datensicherung DATSICH
      * steht dabei vorn, damit sie den Stand vor allen naechtlichen
      * Aenderungen festhaelt.
      * Je Steuersatz: Schrittname, Aktiv-Kennzeichen (J/N) und
      * wahlweise ein Vorgaengerschritt. Endet der Vorgaenger mit
      * Ruecklieferungscode 12 (die Konvention, die FEHLPROT bei
           EXIT.

       PRUEFE-SCHRITT-NAME SECTION.
           IF STR-SCHRITT NOT = "DATSICH"
              AND STR-SCHRITT NOT = "DIABATCH"
              AND STR-SCHRITT NOT = "TTTARCH"
              AND STR-SCHRITT NOT = "TTTSHHK"
              AND STR-SCHRITT NOT = "TTTINTG"
              AND STR-SCHRITT NOT = "TTTWEXP"
              AND STR-SCHRITT NOT = "REGRRUN"
               SET NLF-SCHRITT-UNBEKANNT TO TRUE
               MOVE 4 TO NLF-SCHRITT-RC
       FUEHRE-SCHRITT-AUS SECTION.
           MOVE 0 TO RETURN-CODE
           EVALUATE STR-SCHRITT
               WHEN "DATSICH"
                   CALL "DATSICH"
               WHEN "DIABATCH"
                   CALL "DIABATCH"
               WHEN "TTTARCH"
                   CALL "TTTARCH"
               WHEN "TTTSHHK"
                   CALL "TTTSHHK"
               WHEN "TTTINTG"
                   CALL "TTTINTG"
               WHEN "TTTWEXP"
                   CALL "TTTWEXP"
               WHEN "REGRRUN"
                   CALL "REGRRUN"
           END-EVALUATE
