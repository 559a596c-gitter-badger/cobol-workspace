      * hier die Match-Kennung, damit die Serie nach dem Fortsetzen
      * des Spiels weitergefuehrt wird.
           05 SUS-MATCH-KENNUNG PIC X(08).
      * Spielstufe des Computergegners, damit ein fortgesetztes
      * Einzelspieler-Spiel auf derselben Stufe weiterlaeuft.
           05 SUS-STUFE PIC X(01).
