      * Umbenennungen aus dem Stammjournal TTTSPLJ werden als
      * Namens-Zweitschluessel geladen, damit alte Ergebnissaetze
      * unter dem frueheren Namen demselben Spieler zugerechnet
      * werden. Vereinigungen zweier Nummern (VEREINIGEN) lenken
      * alle Namen der aufgegebenen Nummer auf die bleibende um.
      * Spiele gegen "COMPUTER" (Einzelspieler-Modus) verfaelschen
      * die Rangliste nicht: sie laufen in ein getrennt gefuehrtes
      * Uebungsrating gegen einen festen Computerwert, der sich
      * nach der Spielstufe des Computergegners richtet.
      * Der Checkpoint TTTRTCKP haelt den zuletzt gewerteten
      * SCORE-SCHLUESSEL, damit jeder Lauf nur die neuen Spiele
      * wertet und kein Spiel doppelt in das Rating eingeht.
      * Ergebniskorrekturen aus dem Korrekturjournal TTTKORJ, die
      * ein bereits gewertetes Spiel betreffen (Schluessel nicht
      * hinter dem Checkpoint), lassen sich nicht nachtraeglich in
      * ein fortgeschriebenes Rating einrechnen: der Lauf setzt dann
      * alle Ratings auf den Startwert zurueck und wertet die
      * gesamte Ergebnisdatei in Schluesselfolge neu. Der Checkpoint
      * haelt dazu auch den Zeitstempel der zuletzt beruecksichtigten
      * Korrektur. Nach einem Saisonabschluss (TTTSAIS) beginnt die
      * Neuberechnung nicht beim Startwert, sondern bei den
      * Saisonstartwerten aus der Ratingbasis TTTRTBAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTE-JOURNAL-STATUS.

           SELECT KORREKTUR-DATEI ASSIGN TO "TTTKORJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTE-KORREKTUR-STATUS.

           SELECT CHECKPOINT-DATEI ASSIGN TO "TTTRTCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTE-CKPT-STATUS.

           SELECT BASIS-DATEI ASSIGN TO "TTTRTBAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTE-BASIS-STATUS.

           SELECT RATNEU-DATEI ASSIGN TO "TTTRTNEU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTE-RATNEU-STATUS.
       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

       FD  KORREKTUR-DATEI.
           COPY KORJSATZ.

      * Checkpoint: zuletzt gewerteter SCORE-SCHLUESSEL und Stempel
      * der zuletzt beruecksichtigten Korrektur. Ein Checkpoint aus
      * der Zeit vor dem Korrekturjournal hat nur den Schluessel;
      * der Stempel ist dann leer.
       FD  CHECKPOINT-DATEI.
       01  CHECKPOINT-SATZ.
           05 RCKP-SCHLUESSEL PIC X(16).
           05 FILLER PIC X(01).
           05 RCKP-KORREKTUR-STEMPEL PIC X(17).

       FD  BASIS-DATEI.
           COPY RTBSATZ.

       FD  RATNEU-DATEI.
       01  RATNEU-SATZ PIC X(55).
       01  RTE-RATING-STATUS PIC XX.
       01  RTE-JOURNAL-STATUS PIC XX.
       01  RTE-CKPT-STATUS PIC XX.
       01  RTE-KORREKTUR-STATUS PIC XX.
       01  RTE-RATNEU-STATUS PIC XX.
       01  RTE-BASIS-STATUS PIC XX.
       01  RTE-BERICHT-STATUS PIC XX.

       01  RTE-SCHALTER.
             88 RTE-ENDE-ERREICHT VALUE "J".
           05 RTE-LAUF-FEHLER PIC X(01) VALUE "N".
             88 RTE-LAUF-HAT-FEHLER VALUE "J".
           05 RTE-NEUBERECHNUNG PIC X(01) VALUE "N".
             88 RTE-NEUBERECHNUNG-NOETIG VALUE "J".

       01  RTE-START-WERT PIC 9(04) VALUE 1500.
       01  RTE-MINDEST-WERT PIC 9(04) VALUE 0100.
      * Computerwert je Spielstufe (SCORE-STUFE). Ergebnissaetze ohne
      * Stufe stammen aus der Zeit vor den Spielstufen und zaehlen
      * als normal.
       01  RTE-COMPUTER-WERT-LEICHT PIC 9(04) VALUE 1100.
       01  RTE-COMPUTER-WERT-NORMAL PIC 9(04) VALUE 1500.
       01  RTE-COMPUTER-WERT-PERFEKT PIC 9(04) VALUE 1900.
       01  RTE-K-FAKTOR PIC 9(02) VALUE 32.

      * Abbildung Name -> Spielernummer aus dem Spielerstamm; wird
       01  RTE-LETZTER-SCHLUESSEL.
           05 RTE-LS-DATUM PIC 9(08).
           05 RTE-LS-UHRZEIT PIC 9(08).
       01  RTE-KORREKTUR-STEMPEL PIC X(17).
       01  RTE-NEUER-KORREKTUR-STEMPEL PIC X(17).
       01  RTE-KORREKTUREN PIC 9(05) VALUE 0.
       01  RTE-HEUTE-DATUM PIC 9(08).
       01  RTE-AKTUELLES-DATUM PIC X(21).

           05 RTE-SU-UEBUNGEN PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE ", UNGEWERTET  ".
           05 RTE-SU-UNGEWERTET PIC ZZZZZ9.
       01  RTE-NEUBERECHNUNG-ZEILE.
           05 FILLER PIC X(36)
              VALUE "RATINGS VOLLSTAENDIG NEU BERECHNET, ".
           05 RTE-NZ-KORREKTUREN PIC ZZZZ9.
           05 FILLER PIC X(39)
              VALUE " KORREKTUR(EN) GEWERTETER SPIELE".

       PROCEDURE DIVISION.

           PERFORM LADE-NAMENS-JOURNAL
           PERFORM LADE-RATING-BESTAND
           PERFORM LIES-RATING-CHECKPOINT
           PERFORM PRUEFE-KORREKTUREN
           IF RTE-NEUBERECHNUNG-NOETIG
               PERFORM SETZE-RATINGS-ZURUECK
           END-IF
           PERFORM VERARBEITE-NEUE-SCORES
           IF NOT RTE-LAUF-HAT-FEHLER
               PERFORM SCHREIBE-RATING-BESTAND
           END-IF
           PERFORM SORTIERE-RATINGLISTE
           PERFORM SCHREIBE-BERICHT
           IF RTE-NEUBERECHNUNG-NOETIG
               DISPLAY "TTTRATE: " RTE-KORREKTUREN " KORREKTUR(EN)"
                   " GEWERTETER SPIELE, RATINGS NEU BERECHNET"
           END-IF
           DISPLAY "TTTRATE: " RTE-GELESEN " NEUE SAETZE, "
               RTE-GEWERTET " GEWERTET, " RTE-UEBUNGEN
               " UEBUNGSSPIELE, " RTE-UNGEWERTET " UNGEWERTET"
      *----------------------------------------------------------------
      * Umbenennungen aus dem Stammjournal als Zweitschluessel in
      * die Namenstabelle aufnehmen: der fruehere Name zeigt auf
      * dieselbe Spielernummer. Eine Vereinigung lenkt alle bis
      * dahin geladenen Namen der aufgegebenen Nummer auf die
      * bleibende Nummer um. Kein Journal heisst: keine
      * Umbenennungen.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
                   END-IF
               END-IF
           END-IF
           IF NOT RTE-ENDE-ERREICHT
              AND SJO-IST-VEREINIGEN
               PERFORM LENKE-NUMMER-UM
                   THRU LENKE-NUMMER-UM-EXIT
                   VARYING RTE-I FROM 1 BY 1
                   UNTIL RTE-I > RTE-ANZAHL-STAMM
           END-IF
           .
       LADE-EINE-UMBENENNUNG-EXIT.
           EXIT.

       LENKE-NUMMER-UM-VERARBEITUNG SECTION.
       LENKE-NUMMER-UM.
           IF RTE-ST-NUMMER (RTE-I) = SJO-ALT-NUMMER
               MOVE SJO-NEU-NUMMER TO RTE-ST-NUMMER (RTE-I)
           END-IF
           .
       LENKE-NUMMER-UM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Bestehende Ratingsaetze in die Arbeitstabelle laden; der
      * geladene Wert wird als Vorher-Stand gemerkt, damit die Liste

       LIES-RATING-CHECKPOINT SECTION.
           MOVE ZEROS TO RTE-LETZTER-SCHLUESSEL
           MOVE SPACES TO RTE-KORREKTUR-STEMPEL
           OPEN INPUT CHECKPOINT-DATEI
           IF RTE-CKPT-STATUS = "00"
               READ CHECKPOINT-DATEI
               IF RTE-CKPT-STATUS = "00"
                   MOVE RCKP-SCHLUESSEL TO RTE-LETZTER-SCHLUESSEL
                   MOVE RCKP-KORREKTUR-STEMPEL
                     TO RTE-KORREKTUR-STEMPEL
               END-IF
               CLOSE CHECKPOINT-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Sucht im Korrekturjournal die Korrekturen seit dem letzten
      * Lauf (Stempel hinter dem Checkpoint-Stempel). Betrifft eine
      * davon ein Spiel, das schon gewertet ist, muss neu gerechnet
      * werden; Korrekturen noch nicht gewerteter Spiele erledigen
      * sich von selbst, weil der Lauf den korrigierten Satz liest.
      * Kein Journal heisst: keine Korrekturen.
      *----------------------------------------------------------------
       PRUEFE-KORREKTUREN SECTION.
           MOVE RTE-KORREKTUR-STEMPEL TO RTE-NEUER-KORREKTUR-STEMPEL
           OPEN INPUT KORREKTUR-DATEI
           IF RTE-KORREKTUR-STATUS = "00"
               MOVE "N" TO RTE-DATEI-ENDE
               PERFORM PRUEFE-EINE-KORREKTUR
                   THRU PRUEFE-EINE-KORREKTUR-EXIT
                   UNTIL RTE-ENDE-ERREICHT
               CLOSE KORREKTUR-DATEI
           END-IF
           .
           EXIT.

       PRUEFE-EINE-KORREKTUR-VERARBEITUNG SECTION.
       PRUEFE-EINE-KORREKTUR.
           READ KORREKTUR-DATEI
               AT END
                   SET RTE-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT RTE-ENDE-ERREICHT
              AND KOJ-STEMPEL > RTE-KORREKTUR-STEMPEL
               IF KOJ-STEMPEL > RTE-NEUER-KORREKTUR-STEMPEL
                   MOVE KOJ-STEMPEL TO RTE-NEUER-KORREKTUR-STEMPEL
               END-IF
               IF KOJ-ALT-SCHLUESSEL NOT > RTE-LETZTER-SCHLUESSEL
                   ADD 1 TO RTE-KORREKTUREN
                   SET RTE-NEUBERECHNUNG-NOETIG TO TRUE
               END-IF
           END-IF
           .
       PRUEFE-EINE-KORREKTUR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Neuberechnung: jeder geladene Spieler beginnt wieder mit dem
      * Startwert und ohne Spiele, und der Lauf liest die
      * Ergebnisdatei von vorn. Wer in der Ratingbasis des letzten
      * Saisonabschlusses steht, beginnt statt dessen mit seinem
      * Saisonstartwert. RTE-RT-VORHER bleibt der Stand des
      * letzten Laufs, damit die Liste die Veraenderung durch die
      * Korrektur zeigt.
      *----------------------------------------------------------------
       SETZE-RATINGS-ZURUECK SECTION.
           PERFORM SETZE-EIN-RATING-ZURUECK
               THRU SETZE-EIN-RATING-ZURUECK-EXIT
               VARYING RTE-I FROM 1 BY 1
               UNTIL RTE-I > RTE-ANZAHL-RATING
           OPEN INPUT BASIS-DATEI
           IF RTE-BASIS-STATUS = "00"
               MOVE "N" TO RTE-DATEI-ENDE
               PERFORM UEBERNIMM-BASISWERT
                   THRU UEBERNIMM-BASISWERT-EXIT
                   UNTIL RTE-ENDE-ERREICHT
               CLOSE BASIS-DATEI
           END-IF
           MOVE ZEROS TO RTE-LETZTER-SCHLUESSEL
           .
           EXIT.

       SETZE-EIN-RATING-ZURUECK-VERARBEITUNG SECTION.
       SETZE-EIN-RATING-ZURUECK.
           MOVE RTE-START-WERT TO RTE-RT-WERT (RTE-I)
           MOVE 0 TO RTE-RT-SPIELE (RTE-I)
           MOVE RTE-START-WERT TO RTE-RT-UEBUNG-WERT (RTE-I)
           MOVE 0 TO RTE-RT-UEBUNG-SPIELE (RTE-I)
           .
       SETZE-EIN-RATING-ZURUECK-EXIT.
           EXIT.

       UEBERNIMM-BASISWERT-VERARBEITUNG SECTION.
       UEBERNIMM-BASISWERT.
           READ BASIS-DATEI
               AT END
                   SET RTE-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT RTE-ENDE-ERREICHT
               MOVE RTB-NUMMER TO RTE-SUCH-NUMMER
               MOVE 0 TO RTE-FUNDSTELLE
               PERFORM SUCHE-RATING-NUMMER
                   THRU SUCHE-RATING-NUMMER-EXIT
                   VARYING RTE-I FROM 1 BY 1
                   UNTIL RTE-I > RTE-ANZAHL-RATING
                      OR RTE-FUNDSTELLE NOT = 0
               IF RTE-FUNDSTELLE NOT = 0
                   MOVE RTB-WERT TO RTE-RT-WERT (RTE-FUNDSTELLE)
                   MOVE RTB-UEBUNG-WERT
                     TO RTE-RT-UEBUNG-WERT (RTE-FUNDSTELLE)
               END-IF
           END-IF
           .
       UEBERNIMM-BASISWERT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Liest die Ergebnisdatei ab dem Checkpoint in Schluesselfolge;
      * damit gehen die Spiele in zeitlicher Reihenfolge in das
      *----------------------------------------------------------------
      * Uebungsspiel gegen den Computer: nur das Uebungsrating des
      * menschlichen Spielers wird gefuehrt, gegen den festen
      * Computerwert der gespielten Stufe. Die Rangliste bleibt
      * unberuehrt.
      *----------------------------------------------------------------
       WERTE-UEBUNGS-SPIEL SECTION.
           IF SCORE-SPIELER-X = "COMPUTER"
               MOVE RTE-FUNDSTELLE TO RTE-PLATZ-A
               MOVE RTE-RT-UEBUNG-WERT (RTE-PLATZ-A)
                 TO RTE-RATING-A
               EVALUATE TRUE
                   WHEN SCORE-STUFE-LEICHT
                       MOVE RTE-COMPUTER-WERT-LEICHT TO RTE-RATING-B
                   WHEN SCORE-STUFE-PERFEKT
                       MOVE RTE-COMPUTER-WERT-PERFEKT TO RTE-RATING-B
                   WHEN OTHER
                       MOVE RTE-COMPUTER-WERT-NORMAL TO RTE-RATING-B
               END-EVALUATE
               PERFORM BERECHNE-ERWARTUNG
               MOVE RTE-RATING-A TO RTE-NEU-WERT
               PERFORM BERECHNE-NEUEN-WERT
                   " STATUS " RTE-CKPT-STATUS
               SET RTE-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE SPACES TO CHECKPOINT-SATZ
               MOVE RTE-LETZTER-SCHLUESSEL TO RCKP-SCHLUESSEL
               MOVE RTE-NEUER-KORREKTUR-STEMPEL
                 TO RCKP-KORREKTUR-STEMPEL
               WRITE CHECKPOINT-SATZ
               CLOSE CHECKPOINT-DATEI
           END-IF
               MOVE RTE-UNGEWERTET TO RTE-SU-UNGEWERTET
               MOVE RTE-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               IF RTE-NEUBERECHNUNG-NOETIG
                   MOVE RTE-KORREKTUREN TO RTE-NZ-KORREKTUREN
                   MOVE RTE-NEUBERECHNUNG-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
               CLOSE BERICHT-DATEI
           END-IF
           .
