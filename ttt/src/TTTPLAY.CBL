      * spielt dessen Zuege dann Schritt fuer Schritt nach: nach jedem
      * Zug wird das Spielfeld wie in TTT angezeigt und auf die
      * EINGABETASTE gewartet. Damit lassen sich strittige Partien
      * vom Spieleabend ohne Handarbeit nachvollziehen. Zu jedem Zug
      * mit Zeitstempel erscheinen die Uhrzeit der Annahme und die
      * Bedenkzeit seit dem vorigen Zug (beim ersten Zug seit dem
      * Spielbeginn), damit Streitfaelle um die Bedenkzeit geklaert
      * werden koennen. Zeilen ohne Zeitstempel zeigen nur den Zug.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RPL-ZEILEN-NR PIC 9(01).
       01  RPL-ZIFFER PIC 9(01).

      * Bedenkzeit: Zeitpunkt des vorigen Zuges und des gezeigten
      * Zuges, jeweils Datum und hhmmsshh.
       01  RPL-VORHER.
           05 RPL-VH-DATUM PIC 9(08).
           05 RPL-VH-STUNDE PIC 9(02).
           05 RPL-VH-MINUTE PIC 9(02).
           05 RPL-VH-SEKUNDE PIC 9(02).
           05 RPL-VH-HUNDERTSTEL PIC 9(02).
       01  RPL-JETZT.
           05 RPL-JZ-DATUM PIC 9(08).
           05 RPL-JZ-STUNDE PIC 9(02).
           05 RPL-JZ-MINUTE PIC 9(02).
           05 RPL-JZ-SEKUNDE PIC 9(02).
           05 RPL-JZ-HUNDERTSTEL PIC 9(02).
       01  RPL-BEDENKZEIT PIC S9(07).
       01  RPL-BEDENKZEIT-ANZEIGE PIC Z(06)9.

       PROCEDURE DIVISION.

           PERFORM BAUE-SPIEL-VERZEICHNIS
           ELSE
               DISPLAY "Wiedergabe von Spiel " RPL-GW-DATUM
                   " " RPL-GW-UHRZEIT
               MOVE RPL-GEWAEHLTE-KENNUNG TO RPL-VORHER
               PERFORM LIES-AUDIT-SATZ
               PERFORM SPIELE-EINEN-SATZ-NACH
                   UNTIL RPL-ENDE-ERREICHT
               DISPLAY SPACE
               DISPLAY "Zug " AUDIT-ZUG-NR ": " AUDIT-SPIELER
                   " auf " AUDIT-EINGABE
               PERFORM ZEIGE-BEDENKZEIT
               PERFORM DISPLAY-SPIELFELD
               DISPLAY "<EINGABETASTE> fuer den naechsten Zug: "
                   WITH NO ADVANCING
           .
           EXIT.

      *----------------------------------------------------------------
      * Uhrzeit und Bedenkzeit des gezeigten Zuges. Fehlt der
      * Zeitstempel (Zeilen aus der Zeit davor), entfaellt die
      * Angabe, und der naechste Zug hat keinen Bezugspunkt.
      *----------------------------------------------------------------
       ZEIGE-BEDENKZEIT SECTION.
           IF AUDIT-ZEITSTEMPEL IS NOT NUMERIC
              OR AUDIT-ZUG-DATUM = 0
               MOVE ZEROS TO RPL-VORHER
               GO TO ZEIGE-BEDENKZEIT-ENDE
           END-IF
           MOVE AUDIT-ZEITSTEMPEL TO RPL-JETZT
           IF RPL-VORHER IS NUMERIC
              AND RPL-VH-DATUM > 0
               COMPUTE RPL-BEDENKZEIT =
                   (FUNCTION INTEGER-OF-DATE (RPL-JZ-DATUM)
                    - FUNCTION INTEGER-OF-DATE (RPL-VH-DATUM)) * 86400
                   + (RPL-JZ-STUNDE - RPL-VH-STUNDE) * 3600
                   + (RPL-JZ-MINUTE - RPL-VH-MINUTE) * 60
                   + RPL-JZ-SEKUNDE - RPL-VH-SEKUNDE
               IF RPL-BEDENKZEIT < 0
                   MOVE 0 TO RPL-BEDENKZEIT
               END-IF
               MOVE RPL-BEDENKZEIT TO RPL-BEDENKZEIT-ANZEIGE
               DISPLAY "  angenommen um " RPL-JZ-STUNDE ":"
                   RPL-JZ-MINUTE ":" RPL-JZ-SEKUNDE ", Bedenkzeit"
                   RPL-BEDENKZEIT-ANZEIGE " Sekunden"
           ELSE
               DISPLAY "  angenommen um " RPL-JZ-STUNDE ":"
                   RPL-JZ-MINUTE ":" RPL-JZ-SEKUNDE
           END-IF
           MOVE RPL-JETZT TO RPL-VORHER
           .
       ZEIGE-BEDENKZEIT-ENDE.
           EXIT.

       DISPLAY-SPIELFELD SECTION.
           PERFORM ZEIGE-ZEILE THRU ZEIGE-ZEILE-EXIT
               VARYING RPL-ZEILEN-NR FROM 1 BY 1
