       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANPRUEF.
      * Pruefung eines Banner-Auftrags im Satzbild BANSATZ. Geprueft
      * wird je nach Banner-Art die Hoehe des Diamanten oder der
      * Text des Textbanners, danach Ausfertigungen,
      * Zentrierkennzeichen und Prioritaetsklasse. Ein guter Auftrag
      * kommt mit eingesetzten Vorgaben zurueck, ein abgewiesener
      * unveraendert mit dem Abweisungsgrund. Aufgerufen von der
      * Pruefstufe in DIABATCH und von der Auftragserfassung BANAUF,
      * damit am Terminal genau so geprueft wird wie in der Nacht.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY BANSATZ.

      * Zulaessiger Zeichenvorrat der Blockschrift in DIAMONDM und
      * groesste Textlaenge, die in die 80-stellige Berichtszeile
      * passt (je Zeichen 6 Spalten).
       01  BPR-ZEICHEN-VORRAT PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01  BPR-TEXT-MAX-LAENGE PIC 9(02) VALUE 13.
       01  BPR-TEXT-LAENGE PIC 9(02).
       01  BPR-TEXT-STELLE PIC 9(02).
       01  BPR-VORRAT-STELLE PIC 9(02).
       01  BPR-ZEICHEN-GEFUNDEN PIC X(01).

       LINKAGE SECTION.
           COPY PRUFAUFR.

       PROCEDURE DIVISION USING PRUEF-AUFRUF.

           MOVE PA-SATZ TO HOEHE-DATEI-SATZ
           SET PA-SATZ-GUT TO TRUE
           MOVE SPACES TO PA-GRUND
           EVALUATE HOEHE-BANNER-ART
               WHEN "D"
               WHEN SPACE
                   PERFORM PRUEFE-DIAMANT-FELDER
               WHEN "T"
                   PERFORM PRUEFE-TEXT-FELDER
               WHEN OTHER
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "BANNER-ART NICHT D ODER T" TO PA-GRUND
           END-EVALUATE
           IF PA-SATZ-GUT
               PERFORM PRUEFE-AUFTRAGSFELDER
           END-IF
           IF PA-SATZ-GUT
               MOVE HOEHE-DATEI-SATZ TO PA-SATZ
           END-IF

           GOBACK
           .

       PRUEFE-DIAMANT-FELDER SECTION.
           IF HOEHE-WERT IS NOT NUMERIC
               SET PA-SATZ-SCHLECHT TO TRUE
               MOVE "HOEHE NICHT NUMERISCH" TO PA-GRUND
           ELSE
               IF HOEHE-WERT < 1 OR HOEHE-WERT > 40
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "HOEHE AUSSERHALB 1 BIS 40" TO PA-GRUND
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Textbanner: der Text darf nicht leer sein, muss mit 6 Spalten
      * je Zeichen in die 80-stellige Berichtszeile passen (hoechstens
      * 13 Zeichen) und darf nur Zeichen aus dem Blockschrift-Vorrat
      * enthalten. Die Hoehe ist bei Textbannern ohne Bedeutung.
      *----------------------------------------------------------------
       PRUEFE-TEXT-FELDER SECTION.
           MOVE 0 TO BPR-TEXT-LAENGE
           PERFORM MISS-TEXT-STELLE THRU MISS-TEXT-STELLE-EXIT
               VARYING BPR-TEXT-STELLE FROM 1 BY 1
               UNTIL BPR-TEXT-STELLE > 20
           EVALUATE TRUE
               WHEN BPR-TEXT-LAENGE = 0
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "TEXT FEHLT" TO PA-GRUND
               WHEN BPR-TEXT-LAENGE > BPR-TEXT-MAX-LAENGE
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "TEXT LAENGER ALS 13 ZEICHEN" TO PA-GRUND
               WHEN OTHER
                   PERFORM PRUEFE-TEXT-ZEICHEN
                       THRU PRUEFE-TEXT-ZEICHEN-EXIT
                       VARYING BPR-TEXT-STELLE FROM 1 BY 1
                       UNTIL BPR-TEXT-STELLE > BPR-TEXT-LAENGE
                          OR PA-SATZ-SCHLECHT
           END-EVALUATE
           .
           EXIT.

       MISS-TEXT-STELLE-VERARBEITUNG SECTION.
       MISS-TEXT-STELLE.
           IF HOEHE-TEXT (BPR-TEXT-STELLE : 1) NOT = SPACE
               MOVE BPR-TEXT-STELLE TO BPR-TEXT-LAENGE
           END-IF
           .
       MISS-TEXT-STELLE-EXIT.
           EXIT.

       PRUEFE-TEXT-ZEICHEN-VERARBEITUNG SECTION.
       PRUEFE-TEXT-ZEICHEN.
           MOVE "N" TO BPR-ZEICHEN-GEFUNDEN
           PERFORM SUCHE-VORRAT-ZEICHEN
               THRU SUCHE-VORRAT-ZEICHEN-EXIT
               VARYING BPR-VORRAT-STELLE FROM 1 BY 1
               UNTIL BPR-VORRAT-STELLE > 37
                  OR BPR-ZEICHEN-GEFUNDEN = "J"
           IF BPR-ZEICHEN-GEFUNDEN NOT = "J"
               SET PA-SATZ-SCHLECHT TO TRUE
               MOVE "TEXT-ZEICHEN NICHT IM VORRAT" TO PA-GRUND
           END-IF
           .
       PRUEFE-TEXT-ZEICHEN-EXIT.
           EXIT.

       SUCHE-VORRAT-ZEICHEN-VERARBEITUNG SECTION.
       SUCHE-VORRAT-ZEICHEN.
           IF BPR-ZEICHEN-VORRAT (BPR-VORRAT-STELLE : 1)
                 = HOEHE-TEXT (BPR-TEXT-STELLE : 1)
               MOVE "J" TO BPR-ZEICHEN-GEFUNDEN
           END-IF
           .
       SUCHE-VORRAT-ZEICHEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Auftragsfelder pruefen und Vorgaben einsetzen: Fuellzeichen
      * leer = X, Ausfertigungen leer = 01 (sonst 1 bis 10),
      * Zentrierkennzeichen leer = N (sonst J oder N), Banner-Art
      * leer = D, Prioritaetsklasse leer = 2 (sonst 1 bis 3).
      *----------------------------------------------------------------
      * Erst werden alle Felder geprueft, dann erst die Vorgaben
      * eingesetzt: ein abgewiesener Satz geht dadurch unveraendert
      * an den Aufrufer zurueck, so wie er angeliefert wurde.
       PRUEFE-AUFTRAGSFELDER SECTION.
           IF HOEHE-KOPIEN-X NOT = SPACES
               IF HOEHE-KOPIEN IS NOT NUMERIC
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "KOPIEN NICHT NUMERISCH" TO PA-GRUND
               ELSE
                   IF HOEHE-KOPIEN < 1 OR HOEHE-KOPIEN > 10
                       SET PA-SATZ-SCHLECHT TO TRUE
                       MOVE "KOPIEN AUSSERHALB 1 BIS 10"
                         TO PA-GRUND
                   END-IF
               END-IF
           END-IF
           IF PA-SATZ-GUT
               IF HOEHE-ZENTRIERT NOT = SPACE
                  AND HOEHE-ZENTRIERT NOT = "J"
                  AND HOEHE-ZENTRIERT NOT = "N"
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "ZENTRIERKENNZEICHEN UNGUELTIG"
                     TO PA-GRUND
               END-IF
           END-IF
           IF PA-SATZ-GUT
               IF HOEHE-PRIORITAET NOT = SPACE
                  AND HOEHE-PRIORITAET NOT = "1"
                  AND HOEHE-PRIORITAET NOT = "2"
                  AND HOEHE-PRIORITAET NOT = "3"
                   SET PA-SATZ-SCHLECHT TO TRUE
                   MOVE "PRIORITAET NICHT 1 BIS 3" TO PA-GRUND
               END-IF
           END-IF
           IF PA-SATZ-GUT
               IF HOEHE-FUELLZEICHEN = SPACE
                   MOVE "X" TO HOEHE-FUELLZEICHEN
               END-IF
               IF HOEHE-KOPIEN-X = SPACES
                   MOVE "01" TO HOEHE-KOPIEN-X
               END-IF
               IF HOEHE-ZENTRIERT = SPACE
                   MOVE "N" TO HOEHE-ZENTRIERT
               END-IF
               IF HOEHE-BANNER-ART = SPACE
                   SET HOEHE-IST-DIAMANT TO TRUE
               END-IF
               IF HOEHE-PRIORITAET = SPACE
                   SET HOEHE-IST-NORMAL TO TRUE
               END-IF
      * Bei Textbannern hat die Hoehe keine Bedeutung; ein leeres
      * Feld wird genullt, damit die Arbeitsdatei numerisch bleibt.
               IF HOEHE-IST-TEXT
                  AND HOEHE-WERT IS NOT NUMERIC
                   MOVE 0 TO HOEHE-WERT
               END-IF
           END-IF
           .
           EXIT.

       END PROGRAM BANPRUEF.
