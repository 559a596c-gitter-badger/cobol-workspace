           COPY AUDSATZ.

       FD  ARCHIV-DATEI.
       01  ARCHIV-ZEILE PIC X(50).

       FD  SCORE-DATEI.
           COPY SCORSATZ.

       ARCHIVIERE-AUDIT-SATZ SECTION.
           MOVE SPACES TO ARCHIV-ZEILE
           MOVE AUDIT-SATZ TO ARCHIV-ZEILE (1:45)
           WRITE ARCHIV-ZEILE
           IF ARC-ARCHIV-STATUS NOT = "00"
               SET ARC-ARCHIV-HAT-FEHLER TO TRUE
