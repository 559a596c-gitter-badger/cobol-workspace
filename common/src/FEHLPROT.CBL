      * und erzwingt bei fatalen Fehlern den Ruecklieferungscode 12.
      * Ein verlorener Spielstand oder Checkpoint hinterlaesst damit
      * immer eine Spur, statt stillschweigend unterzugehen.
      * Hinweise (Schwere "I") wie eine Wiederherstellung aus der
      * Datensicherung kommen ebenfalls ins Protokoll, damit die
      * Spur eines Vorfalls bis zu seiner Behebung reicht.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       PROCEDURE DIVISION USING FEHLER-AUFRUF.

           IF FA-IST-HINWEIS
               DISPLAY "BETRIEBSHINWEIS VON " FA-PROGRAMM ": DATEI "
                   FA-DATEI ", OPERATION " FA-OPERATION
           ELSE
               DISPLAY "DATEIFEHLER IN " FA-PROGRAMM ": DATEI "
                   FA-DATEI ", OPERATION " FA-OPERATION ", STATUS "
                   FA-DATEI-STATUS ", SCHWERE " FA-SCHWERE
           END-IF
           PERFORM SCHREIBE-PROTOKOLL-SATZ
           IF FA-IST-FATAL
               MOVE 12 TO RETURN-CODE
