                       SET RGL-SATZ-SCHLECHT TO TRUE
                       MOVE "SZENARIO-NR NICHT NUMERISCH"
                         TO RGL-GRUND
                   ELSE
                       IF TRA-PROGRAMM = "COMPZUG"
                           PERFORM PRUEFE-COMPZUG-STUFE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * COMPZUG-Szenarien tragen die Spielstufe des Computergegners
      * (REG-CZ-STUFE, Stelle 29 der Satzdaten); erlaubt sind L, N,
      * P und leer fuer normal.
      *----------------------------------------------------------------
       PRUEFE-COMPZUG-STUFE SECTION.
           IF NOT TRA-IST-LOESCHEN
              AND TRA-DATEN (29:1) NOT = SPACE
              AND TRA-DATEN (29:1) NOT = "L"
              AND TRA-DATEN (29:1) NOT = "N"
              AND TRA-DATEN (29:1) NOT = "P"
               SET RGL-SATZ-SCHLECHT TO TRUE
               MOVE "SPIELSTUFE NICHT L, N ODER P" TO RGL-GRUND
           END-IF
           .
           EXIT.

       LEGE-SZENARIO-AN SECTION.
           MOVE TRA-SATZBILD TO REGRESSION-SATZ
           WRITE REGRESSION-SATZ
