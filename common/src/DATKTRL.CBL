       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATKTRL.
      * Kontrollwert eines Satzes der gesicherten Dateien: die Summe
      * der numerischen Felder des Satzbilds (bei TTTSCORE Datum,
      * Uhrzeit und Zuege, bei TTTSPLR Nummer und Anlagedatum, bei
      * TTTRATNG Nummer, Ratings und Spielzahlen, bei TTTTURN Runde,
      * Paarung und Zuglimit, bei TTTMATCH Spielstand und
      * Beginndatum, bei REGRTEST die Szenario-Nummer). Ein Feld, das
      * nicht numerisch ist, zaehlt nicht. DATSICH und DATRUECK
      * rechnen damit dieselbe Kontrollsumme.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY SCORSATZ.
           COPY SPLSATZ.
           COPY RATSATZ.
           COPY TRNSATZ.
           COPY MATSATZ.
           COPY REGRSATZ.

       LINKAGE SECTION.
           COPY KTRLAUFR.

       PROCEDURE DIVISION USING KONTROLL-AUFRUF.

           MOVE 0 TO KA-WERT
           EVALUATE KA-DATEI
               WHEN "TTTSCORE"
                   PERFORM WERTE-SCORE-SATZ
               WHEN "TTTSPLR"
                   PERFORM WERTE-SPIELER-SATZ
               WHEN "TTTRATNG"
                   PERFORM WERTE-RATING-SATZ
               WHEN "TTTTURN"
                   PERFORM WERTE-TURNIER-SATZ
               WHEN "TTTMATCH"
                   PERFORM WERTE-MATCH-SATZ
               WHEN "REGRTEST"
                   PERFORM WERTE-REGRESSION-SATZ
           END-EVALUATE

           GOBACK
           .

       WERTE-SCORE-SATZ SECTION.
           MOVE KA-SATZ TO SCORE-SATZ
           IF SCORE-DATUM IS NUMERIC
               ADD SCORE-DATUM TO KA-WERT
           END-IF
           IF SCORE-UHRZEIT IS NUMERIC
               ADD SCORE-UHRZEIT TO KA-WERT
           END-IF
           IF SCORE-ZUEGE IS NUMERIC
               ADD SCORE-ZUEGE TO KA-WERT
           END-IF
           .
           EXIT.

       WERTE-SPIELER-SATZ SECTION.
           MOVE KA-SATZ TO SPIELER-SATZ
           IF SPL-NUMMER IS NUMERIC
               ADD SPL-NUMMER TO KA-WERT
           END-IF
           IF SPL-ANGELEGT-AM IS NUMERIC
               ADD SPL-ANGELEGT-AM TO KA-WERT
           END-IF
           .
           EXIT.

       WERTE-RATING-SATZ SECTION.
           MOVE KA-SATZ TO RATING-SATZ
           IF RAT-NUMMER IS NUMERIC
               ADD RAT-NUMMER TO KA-WERT
           END-IF
           IF RAT-WERT IS NUMERIC
               ADD RAT-WERT TO KA-WERT
           END-IF
           IF RAT-SPIELE IS NUMERIC
               ADD RAT-SPIELE TO KA-WERT
           END-IF
           IF RAT-UEBUNG-WERT IS NUMERIC
               ADD RAT-UEBUNG-WERT TO KA-WERT
           END-IF
           IF RAT-UEBUNG-SPIELE IS NUMERIC
               ADD RAT-UEBUNG-SPIELE TO KA-WERT
           END-IF
           .
           EXIT.

       WERTE-TURNIER-SATZ SECTION.
           MOVE KA-SATZ TO TURNIER-SATZ
           IF TRN-RUNDE IS NUMERIC
               ADD TRN-RUNDE TO KA-WERT
           END-IF
           IF TRN-PAARUNG-NR IS NUMERIC
               ADD TRN-PAARUNG-NR TO KA-WERT
           END-IF
           IF TRN-ZUG-LIMIT IS NUMERIC
               ADD TRN-ZUG-LIMIT TO KA-WERT
           END-IF
           .
           EXIT.

       WERTE-MATCH-SATZ SECTION.
           MOVE KA-SATZ TO MATCH-SATZ
           IF MAT-SIEGE-A IS NUMERIC
               ADD MAT-SIEGE-A TO KA-WERT
           END-IF
           IF MAT-SIEGE-B IS NUMERIC
               ADD MAT-SIEGE-B TO KA-WERT
           END-IF
           IF MAT-UNENTSCHIEDEN IS NUMERIC
               ADD MAT-UNENTSCHIEDEN TO KA-WERT
           END-IF
           IF MAT-GESPIELT IS NUMERIC
               ADD MAT-GESPIELT TO KA-WERT
           END-IF
           IF MAT-BEGONNEN-AM IS NUMERIC
               ADD MAT-BEGONNEN-AM TO KA-WERT
           END-IF
           .
           EXIT.

       WERTE-REGRESSION-SATZ SECTION.
           MOVE KA-SATZ TO REGRESSION-SATZ
           IF REG-SZENARIO-NR IS NUMERIC
               ADD REG-SZENARIO-NR TO KA-WERT
           END-IF
           .
           EXIT.

       END PROGRAM DATKTRL.
