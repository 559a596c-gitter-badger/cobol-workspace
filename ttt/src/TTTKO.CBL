      * das Spiel ist zu wiederholen, ehe die Runde fortgeschrieben
      * werden kann. Bleibt nur ein Sieger uebrig, steht der
      * Turniersieger fest und es wird keine Runde mehr erzeugt.
      * Die Bedenkzeit je Zug des Turniers (TRN-ZUG-LIMIT) geht auf
      * die Paarungen der neuen Runde ueber.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  TKO-SIEGER-IX PIC 9(02).
       01  TKO-NEUE-PAARUNG PIC 9(02).
       01  TKO-GESCHRIEBEN PIC 9(02) VALUE 0.
       01  TKO-ZUG-LIMIT PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

                   SET TKO-ENDE-ERREICHT TO TRUE
               ELSE
                   ADD 1 TO TKO-GELESEN
                   IF TRN-ZUG-LIMIT IS NUMERIC
                       MOVE TRN-ZUG-LIMIT TO TKO-ZUG-LIMIT
                   END-IF
                   IF NOT TRN-IST-KO
                       SET TKO-ART-FALSCH TO TRUE
                   END-IF
               MOVE "X" TO TRN-ERGEBNIS
           END-IF
           MOVE "K" TO TRN-ART
           MOVE TKO-ZUG-LIMIT TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF TKO-TURNIER-STATUS NOT = "00"
               REWRITE TURNIER-SATZ
