      * liest das Aenderungsjournal TTTSPLJ, das TTTSPLM je
      * Pflegeaktion fortschreibt, und druckt die Aktionen eines
      * Tages mit Uhrzeit, Aktion, Spielernummer und dem Namen vor
      * und nach der Aenderung auf den Bericht TTTSPLBR. Bei einer
      * Vereinigung steht die aufgegebene Nummer in der Zeile,
      * darunter die Nummer, die ihre Geschichte uebernommen hat.
      * Leereingabe beim Datum nimmt den heutigen Tag.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SPB-ANGELEGT PIC 9(04) VALUE 0.
       01  SPB-UMBENANNT PIC 9(04) VALUE 0.
       01  SPB-DEAKTIVIERT PIC 9(04) VALUE 0.
       01  SPB-VEREINIGT PIC 9(04) VALUE 0.

       01  SPB-BERICHT-KOPF.
           05 FILLER PIC X(33)
           05 SPB-SU-UMBENANNT PIC ZZZ9.
           05 FILLER PIC X(15) VALUE ", DEAKTIVIERT  ".
           05 SPB-SU-DEAKTIVIERT PIC ZZZ9.
           05 FILLER PIC X(13) VALUE ", VEREINIGT  ".
           05 SPB-SU-VEREINIGT PIC ZZZ9.
       01  SPB-UEBERNAHME-ZEILE.
           05 FILLER PIC X(21) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "UEBERNOMMEN VON NUMMER".
           05 FILLER PIC X(01) VALUE SPACE.
           05 SPB-UZ-NUMMER PIC 9(05).

       PROCEDURE DIVISION.

               MOVE SPB-ANGELEGT TO SPB-SU-ANGELEGT
               MOVE SPB-UMBENANNT TO SPB-SU-UMBENANNT
               MOVE SPB-DEAKTIVIERT TO SPB-SU-DEAKTIVIERT
               MOVE SPB-VEREINIGT TO SPB-SU-VEREINIGT
               MOVE SPB-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
               MOVE SJO-NEU-NAME TO SPB-DZ-NEU-NAME
               MOVE SPB-DETAIL-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               IF SJO-IST-VEREINIGEN
                   MOVE SJO-NEU-NUMMER TO SPB-UZ-NUMMER
                   MOVE SPB-UEBERNAHME-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
               EVALUATE TRUE
                   WHEN SJO-IST-ANLEGEN
                       ADD 1 TO SPB-ANGELEGT
                       ADD 1 TO SPB-UMBENANNT
                   WHEN SJO-IST-DEAKTIVIEREN
                       ADD 1 TO SPB-DEAKTIVIERT
                   WHEN SJO-IST-VEREINIGEN
                       ADD 1 TO SPB-VEREINIGT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
