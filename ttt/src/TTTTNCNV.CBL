           MOVE ALT-SPIELER-O TO TRN-SPIELER-O
           MOVE ALT-ERGEBNIS TO TRN-ERGEBNIS
           MOVE SPACE TO TRN-ART
           MOVE 0 TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-UEBERNOMMEN
