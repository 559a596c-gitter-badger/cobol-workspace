       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTWEXP.
      * Naechtlicher Export fuer die Internetseite und das
      * Mitteilungsblatt des Vereins, statt dass die Schriftfuehrung
      * Tabellen und Ratingliste von den Ausdrucken abschreibt.
      * Vier Schnittstellendateien, je Zeile ein Satz mit durch ";"
      * getrennten Feldern ohne fuehrende und folgende Leerstellen:
      *   TTTWEXSP  Spiele, die seit dem letzten Export in TTTSCORE
      *             hinzugekommen sind (in der Nacht also die Spiele
      *             des Vortags)
      *   TTTWEXTB  Tabellenstand aller offenen Turniere im
      *             Kreisverfahren und im Schweizer System, gerechnet
      *             von TTTSTBER wie in TTTSTAND
      *   TTTWEXKO  K.O.-Baum aller offenen K.O.-Turniere aus TTTTURN
      *   TTTWEXRL  Ratingliste aus TTTRATNG mit der Veraenderung
      *             seit dem letzten Export
      * Jede Datei beginnt mit einem Kopfsatz
      *   K;<Datei>;<Datum JJJJMMTT>;<Uhrzeit HHMMSS>
      * und endet mit einem Endesatz
      *   E;<Datei>;<Datum JJJJMMTT>;<Anzahl D-Saetze>,
      * damit die Gegenseite pruefen kann, ob sie alles bekommen hat.
      * Dazwischen die Datensaetze:
      *   TTTWEXSP  D;Datum;Uhrzeit;Spieler X;Spieler O;Gewinner
      *             (X, O oder UNENTSCH);Zuege;Turnier;Runde;
      *             Entscheidung (Z = Zeitverlust)
      *   TTTWEXTB  D;Turnier;Art (R oder S);Platz;Name;Punkte;
      *             Spiele;Siege;Unentschieden;Zuege;Buchholz;
      *             Zeitverluste
      *   TTTWEXKO  D;Turnier;Runde;Paarung;Spieler X;Spieler O;
      *             Ergebnis (OFFEN, solange nicht gespielt);
      *             Entscheidung
      *   TTTWEXRL  D;Rang;Nummer;Name;Rating;Veraenderung;Spiele
      * Es erscheinen nur aktive Spieler des Spielerstamms TTTSPLR,
      * unter ihrem heutigen Namen: alte Namen aus Ergebnis- und
      * Turnierdatei werden wie in TTTSTAT ueber die Umbenennungen
      * und Vereinigungen im Stammjournal TTTSPLJ uebersetzt. Ein
      * Spiel mit einem nicht aktiven Spieler (auch COMPUTER) wird
      * nicht ausgegeben, in der Tabelle fehlt seine Zeile (die
      * Plaetze der anderen bleiben, wie TTTSTAND sie rechnet), im
      * K.O.-Baum bleibt sein Name leer. Die Ratingliste fuehrt nur
      * Spieler mit mindestens einem gewerteten Spiel; gleiche
      * Ratings teilen sich den Rang.
      * Offen ist ein Turnier wie in TTTSAIS, solange eine Paarung
      * ohne Ergebnis ist (K.O.: auch ein Unentschieden), im
      * K.O.-System mehr als die Finalpaarung in der letzten Runde
      * steht und im Schweizer System die letzte der aus der
      * Spielerzahl folgenden Runden noch nicht gepaart ist.
      * Die Exportstandsdatei TTTWEXST haelt den zuletzt
      * exportierten SCORE-SCHLUESSEL und je Spieler das zuletzt
      * exportierte Rating; sie wird nur nach einem fehlerfreien
      * Lauf fortgeschrieben, damit nach einem Fehler der naechste
      * Lauf die Spiele nachholt. Ohne Exportstand beginnt der
      * Export bei den Spielen des Vortags, und die Veraenderung der
      * Ratingliste bleibt leer.
      * Eine nicht lesbare Eingabedatei wird ueber FEHLPROT als
      * Warnung gemeldet, die zugehoerige Schnittstellendatei wird
      * dann nicht geschrieben (die Gegenseite erkennt am Datum im
      * Kopfsatz, dass sie keine neue bekommen hat); der Lauf endet
      * mit Ruecklieferungscode 8. Ebenso endet ein Lauf, der eine
      * Schnittstellendatei oder den Exportstand nicht schreiben
      * kann; nach dem ersten misslungenen Schreiben bricht die
      * Ausgabe dieser Datei ab, ihr fehlt dann der Endesatz. Eine
      * noch nicht angelegte Datei
      * (Status 35) gilt als leer. Ist eine Arbeitstabelle voll,
      * endet der Lauf mit Ruecklieferungscode 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS WEX-SCORE-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS WEX-TURNIER-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS WEX-RATING-STATUS.

           SELECT SPIELER-DATEI ASSIGN TO "TTTSPLR"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS WEX-SPIELER-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TTTSPLJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEX-JOURNAL-STATUS.

           SELECT STAND-DATEI ASSIGN TO "TTTWEXST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEX-STAND-STATUS.

           SELECT SPIELE-EXPORT ASSIGN TO "TTTWEXSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEX-SPIELE-STATUS.

           SELECT TABELLEN-EXPORT ASSIGN TO "TTTWEXTB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEX-TABELLEN-STATUS.

           SELECT KOBAUM-EXPORT ASSIGN TO "TTTWEXKO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEX-KOBAUM-STATUS.

           SELECT RATING-EXPORT ASSIGN TO "TTTWEXRL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEX-RLISTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  RATING-DATEI.
           COPY RATSATZ.

       FD  SPIELER-DATEI.
           COPY SPLSATZ.

       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

      * Exportstand: ein Satz "S" mit dem zuletzt exportierten
      * SCORE-SCHLUESSEL, je exportiertem Spieler ein Satz "R" mit
      * Spielernummer und Rating.
       FD  STAND-DATEI.
       01  STAND-SATZ.
           05 WST-SATZART PIC X(01).
             88 WST-IST-SPIELSTAND VALUE "S".
             88 WST-IST-RATINGSTAND VALUE "R".
           05 FILLER PIC X(01).
           05 WST-SCHLUESSEL PIC X(16).
           05 WST-RATING-SICHT REDEFINES WST-SCHLUESSEL.
               10 WST-NUMMER PIC 9(05).
               10 FILLER PIC X(01).
               10 WST-WERT PIC 9(04).
               10 FILLER PIC X(06).

       FD  SPIELE-EXPORT.
       01  SPIELE-ZEILE PIC X(120).

       FD  TABELLEN-EXPORT.
       01  TABELLEN-ZEILE PIC X(120).

       FD  KOBAUM-EXPORT.
       01  KOBAUM-ZEILE PIC X(120).

       FD  RATING-EXPORT.
       01  RATING-ZEILE PIC X(120).

       WORKING-STORAGE SECTION.
       01  WEX-SCORE-STATUS PIC XX.
       01  WEX-TURNIER-STATUS PIC XX.
       01  WEX-RATING-STATUS PIC XX.
       01  WEX-SPIELER-STATUS PIC XX.
       01  WEX-JOURNAL-STATUS PIC XX.
       01  WEX-STAND-STATUS PIC XX.
       01  WEX-SPIELE-STATUS PIC XX.
       01  WEX-TABELLEN-STATUS PIC XX.
       01  WEX-KOBAUM-STATUS PIC XX.
       01  WEX-RLISTE-STATUS PIC XX.

           COPY FEHLAUFR.

           COPY STNDAUFR.

       01  WEX-SCHALTER.
           05 WEX-DATEI-ENDE PIC X(01) VALUE "N".
             88 WEX-ENDE-ERREICHT VALUE "J".
           05 WEX-LAUF-FEHLER PIC X(01) VALUE "N".
             88 WEX-LAUF-HAT-FEHLER VALUE "J".
           05 WEX-LAUF-ABBRUCH PIC X(01) VALUE "N".
             88 WEX-LAUF-IST-ABGEBROCHEN VALUE "J".
           05 WEX-TABELLE-VOLL PIC X(01) VALUE "N".
             88 WEX-TABELLE-WAR-VOLL VALUE "J".
           05 WEX-TURNIERE-KZ PIC X(01) VALUE "N".
             88 WEX-TURNIERE-GELESEN VALUE "J".
           05 WEX-STAND-KZ PIC X(01) VALUE "N".
             88 WEX-STAND-VORHANDEN VALUE "J".
           05 WEX-AUSGABE-KZ PIC X(01) VALUE "N".
             88 WEX-AUSGABE-GESTOERT VALUE "J".

       01  WEX-FREILOS-NAME PIC X(20) VALUE "** FREILOS **".

      * Aktive Spieler des Spielerstamms.
       01  WEX-MAX-STAMM PIC 9(03) VALUE 500.
       01  WEX-ANZAHL-STAMM PIC 9(03) VALUE 0.
       01  WEX-STAMM-TABELLE.
           05 WEX-STAMM OCCURS 500.
               10 WEX-ST-NUMMER PIC 9(05).
               10 WEX-ST-NAME PIC X(20).

      * Namensuebersetzung aus dem Stammjournal wie in TTTSTAT.
       01  WEX-MAX-ALIAS PIC 9(02) VALUE 50.
       01  WEX-ANZAHL-ALIAS PIC 9(02) VALUE 0.
       01  WEX-ALIAS-TABELLE.
           05 WEX-ALIAS OCCURS 50.
               10 WEX-AL-ALT PIC X(20).
               10 WEX-AL-NEU PIC X(20).
       01  WEX-ALIAS-I PIC 9(02).
       01  WEX-ALIAS-STUFE PIC 9(01).
       01  WEX-ALIAS-FUND PIC 9(02).
       01  WEX-SUCH-NAME PIC X(20).
       01  WEX-SUCH-NUMMER PIC 9(05).
       01  WEX-FUNDSTELLE PIC 9(03).
       01  WEX-NAME-X PIC X(20).
       01  WEX-NAME-O PIC X(20).

      * Offene Turniere aus dem Gruppenwechsel ueber TTTTURN.
       01  WEX-MAX-OFFEN PIC 9(02) VALUE 50.
       01  WEX-ANZAHL-OFFEN PIC 9(02) VALUE 0.
       01  WEX-OFFEN-TABELLE.
           05 WEX-OFFEN OCCURS 50.
               10 WEX-OF-TURNIER-ID PIC X(08).
               10 WEX-OF-ART PIC X(01).
       01  WEX-T PIC 9(02).

      * Gruppenwechsel je Turnier beim Lesen von TTTTURN.
       01  WEX-TG-TURNIER-ID PIC X(08) VALUE LOW-VALUES.
       01  WEX-TG-ART PIC X(01).
       01  WEX-TG-OFFEN PIC 9(03).
       01  WEX-TG-LETZTE-RUNDE PIC 9(02).
       01  WEX-TG-RUNDEN-PAARUNGEN PIC 9(02).
       01  WEX-TG-MAX-NAMEN PIC 9(02) VALUE 20.
       01  WEX-TG-ANZAHL-NAMEN PIC 9(02).
       01  WEX-TG-NAMEN-TABELLE.
           05 WEX-TG-NAME PIC X(20) OCCURS 20.
       01  WEX-SOLL-RUNDEN PIC 9(02).
       01  WEX-ZWEIERPOTENZ PIC 9(03).

      * Rating beim letzten Export aus TTTWEXST.
       01  WEX-MAX-VORLAUF PIC 9(03) VALUE 500.
       01  WEX-ANZAHL-VORLAUF PIC 9(03) VALUE 0.
       01  WEX-VORLAUF-TABELLE.
           05 WEX-VORLAUF OCCURS 500.
               10 WEX-VL-NUMMER PIC 9(05).
               10 WEX-VL-WERT PIC 9(04).

      * Ratingliste der aktiven Spieler, sortiert nach Rating.
       01  WEX-MAX-LISTE PIC 9(03) VALUE 500.
       01  WEX-ANZAHL-LISTE PIC 9(03) VALUE 0.
       01  WEX-LISTEN-TABELLE.
           05 WEX-LISTE OCCURS 500.
               10 WEX-LI-NUMMER PIC 9(05).
               10 WEX-LI-NAME PIC X(20).
               10 WEX-LI-WERT PIC 9(04).
               10 WEX-LI-SPIELE PIC 9(05).
       01  WEX-TAUSCH-LISTE PIC X(34).
       01  WEX-RANG PIC 9(03).

       01  WEX-I PIC 9(03).
       01  WEX-J PIC 9(03).
       01  WEX-K PIC 9(03).

       01  WEX-LETZTER-SCHLUESSEL PIC X(16).
       01  WEX-NEUER-SCHLUESSEL PIC X(16).
       01  WEX-AKTUELLES-DATUM PIC X(21).
       01  WEX-HEUTE-DATUM PIC 9(08).
       01  WEX-HEUTE-UHRZEIT PIC 9(06).
       01  WEX-HEUTE-INTEGER PIC 9(08).
       01  WEX-VORTAG-INTEGER PIC 9(08).
       01  WEX-VORTAG-DATUM PIC 9(08).

      * Zaehler je Schnittstellendatei: Datensaetze und uebergangene
      * Eintraege (nicht aktive Spieler).
       01  WEX-SP-SAETZE PIC 9(06) VALUE 0.
       01  WEX-SP-UEBERGANGEN PIC 9(06) VALUE 0.
       01  WEX-TB-SAETZE PIC 9(06) VALUE 0.
       01  WEX-TB-UEBERGANGEN PIC 9(06) VALUE 0.
       01  WEX-KO-SAETZE PIC 9(06) VALUE 0.
       01  WEX-RL-SAETZE PIC 9(06) VALUE 0.

      * Aufbau einer Schnittstellenzeile: Satzart, dann je Feld ";"
      * und der Feldinhalt ohne fuehrende und folgende Leerstellen.
       01  WEX-ZEILE PIC X(120).
       01  WEX-ZEIGER PIC 9(03).
       01  WEX-SATZART PIC X(01).
       01  WEX-DATEI-NAME PIC X(08).
       01  WEX-ANZAHL PIC 9(06).
       01  WEX-FELD PIC X(20).
       01  WEX-FELD-VORNE PIC 9(02).
       01  WEX-FELD-ENDE PIC 9(02).
       01  WEX-FELD-LAENGE PIC 9(02).
       01  WEX-ZAHL PIC 9(08).
       01  WEX-ZAHL-ANZEIGE PIC Z(07)9.
       01  WEX-AENDERUNG PIC S9(04).
       01  WEX-AENDERUNG-ANZEIGE PIC +(04)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WEX-AKTUELLES-DATUM
           MOVE WEX-AKTUELLES-DATUM (1:8) TO WEX-HEUTE-DATUM
           MOVE WEX-AKTUELLES-DATUM (9:6) TO WEX-HEUTE-UHRZEIT
           PERFORM LADE-SPIELERSTAMM
           IF NOT WEX-LAUF-IST-ABGEBROCHEN
               PERFORM LADE-NAMENS-JOURNAL
               PERFORM LIES-EXPORTSTAND
               PERFORM EXPORTIERE-SPIELE
               PERFORM ERMITTLE-OFFENE-TURNIERE
               IF WEX-TURNIERE-GELESEN
                   PERFORM EXPORTIERE-TABELLEN
                   PERFORM EXPORTIERE-KO-BAEUME
               END-IF
               PERFORM EXPORTIERE-RATINGLISTE
               IF NOT WEX-LAUF-HAT-FEHLER
                   PERFORM SCHREIBE-EXPORTSTAND
               END-IF
           END-IF
           DISPLAY "TTTWEXP: " WEX-SP-SAETZE " SPIELE, "
               WEX-TB-SAETZE " TABELLENZEILEN, " WEX-KO-SAETZE
               " PAARUNGEN, " WEX-RL-SAETZE " RATINGS"
           IF WEX-SP-UEBERGANGEN > 0
              OR WEX-TB-UEBERGANGEN > 0
               DISPLAY "TTTWEXP: " WEX-SP-UEBERGANGEN
                   " SPIELE UND " WEX-TB-UEBERGANGEN
                   " TABELLENZEILEN OHNE AKTIVEN SPIELER UEBERGANGEN"
           END-IF
           IF WEX-LAUF-HAT-FEHLER
              OR WEX-LAUF-IST-ABGEBROCHEN
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WEX-TABELLE-WAR-VOLL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Aktive Spieler laden. Ohne Spielerstamm laesst sich niemand
      * als aktiv erkennen: dann wird nichts exportiert.
      *----------------------------------------------------------------
       LADE-SPIELERSTAMM SECTION.
           OPEN INPUT SPIELER-DATEI
           IF WEX-SPIELER-STATUS NOT = "00"
               MOVE "TTTSPLR" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE WEX-SPIELER-STATUS TO FA-DATEI-STATUS
               SET FA-IST-WARNUNG TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET WEX-LAUF-IST-ABGEBROCHEN TO TRUE
           ELSE
               MOVE "N" TO WEX-DATEI-ENDE
               MOVE 0 TO SPL-NUMMER
               START SPIELER-DATEI KEY NOT < SPL-NUMMER
               IF WEX-SPIELER-STATUS NOT = "00"
                   SET WEX-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LADE-EINEN-SPIELER
                   THRU LADE-EINEN-SPIELER-EXIT
                   UNTIL WEX-ENDE-ERREICHT
               CLOSE SPIELER-DATEI
           END-IF
           .
           EXIT.

       LADE-EINEN-SPIELER-VERARBEITUNG SECTION.
       LADE-EINEN-SPIELER.
           READ SPIELER-DATEI NEXT RECORD
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
                   GO TO LADE-EINEN-SPIELER-EXIT
           END-READ
           IF WEX-SPIELER-STATUS NOT = "00"
               SET WEX-ENDE-ERREICHT TO TRUE
               GO TO LADE-EINEN-SPIELER-EXIT
           END-IF
           IF NOT SPL-IST-AKTIV
               GO TO LADE-EINEN-SPIELER-EXIT
           END-IF
           IF WEX-ANZAHL-STAMM < WEX-MAX-STAMM
               ADD 1 TO WEX-ANZAHL-STAMM
               MOVE SPL-NUMMER TO WEX-ST-NUMMER (WEX-ANZAHL-STAMM)
               MOVE SPL-NAME TO WEX-ST-NAME (WEX-ANZAHL-STAMM)
           ELSE
               DISPLAY "TTTWEXP: SPIELERTABELLE VOLL, "
                   SPL-NAME " NICHT EXPORTIERT"
               SET WEX-TABELLE-WAR-VOLL TO TRUE
           END-IF
           .
       LADE-EINEN-SPIELER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Umbenennungen und Vereinigungen aus dem Stammjournal laden;
      * kein Journal heisst: keine Uebersetzung.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
           OPEN INPUT JOURNAL-DATEI
           IF WEX-JOURNAL-STATUS = "00"
               MOVE "N" TO WEX-DATEI-ENDE
               PERFORM LADE-EINE-UMBENENNUNG
                   THRU LADE-EINE-UMBENENNUNG-EXIT
                   UNTIL WEX-ENDE-ERREICHT
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

       LADE-EINE-UMBENENNUNG-VERARBEITUNG SECTION.
       LADE-EINE-UMBENENNUNG.
           READ JOURNAL-DATEI
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT WEX-ENDE-ERREICHT
              AND (SJO-IST-UMBENENNEN OR SJO-IST-VEREINIGEN)
               IF WEX-ANZAHL-ALIAS < WEX-MAX-ALIAS
                   ADD 1 TO WEX-ANZAHL-ALIAS
                   MOVE SJO-ALT-NAME
                     TO WEX-AL-ALT (WEX-ANZAHL-ALIAS)
                   MOVE SJO-NEU-NAME
                     TO WEX-AL-NEU (WEX-ANZAHL-ALIAS)
               ELSE
                   DISPLAY "TTTWEXP: ALIASTABELLE VOLL, "
                       SJO-ALT-NAME " NICHT UEBERSETZT"
                   SET WEX-TABELLE-WAR-VOLL TO TRUE
               END-IF
           END-IF
           .
       LADE-EINE-UMBENENNUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Uebersetzt WEX-SUCH-NAME ueber die Aliastabelle auf den
      * heutigen Namen (hoechstens fuenf Stufen) und sucht ihn unter
      * den aktiven Spielern; WEX-FUNDSTELLE 0 = kein aktiver
      * Spieler.
      *----------------------------------------------------------------
       SUCHE-AKTIVEN-SPIELER SECTION.
           PERFORM UEBERSETZE-EINE-STUFE
               THRU UEBERSETZE-EINE-STUFE-EXIT
               VARYING WEX-ALIAS-STUFE FROM 1 BY 1
               UNTIL WEX-ALIAS-STUFE > 5
           MOVE 0 TO WEX-FUNDSTELLE
           PERFORM VERGLEICHE-NAME THRU VERGLEICHE-NAME-EXIT
               VARYING WEX-K FROM 1 BY 1
               UNTIL WEX-K > WEX-ANZAHL-STAMM
                  OR WEX-FUNDSTELLE NOT = 0
           .
           EXIT.

       UEBERSETZE-EINE-STUFE-VERARBEITUNG SECTION.
       UEBERSETZE-EINE-STUFE.
           MOVE 0 TO WEX-ALIAS-FUND
           PERFORM SUCHE-ALIAS THRU SUCHE-ALIAS-EXIT
               VARYING WEX-ALIAS-I FROM 1 BY 1
               UNTIL WEX-ALIAS-I > WEX-ANZAHL-ALIAS
                  OR WEX-ALIAS-FUND NOT = 0
           IF WEX-ALIAS-FUND NOT = 0
               MOVE WEX-AL-NEU (WEX-ALIAS-FUND) TO WEX-SUCH-NAME
           END-IF
           .
       UEBERSETZE-EINE-STUFE-EXIT.
           EXIT.

       SUCHE-ALIAS-VERARBEITUNG SECTION.
       SUCHE-ALIAS.
           IF WEX-AL-ALT (WEX-ALIAS-I) = WEX-SUCH-NAME
               MOVE WEX-ALIAS-I TO WEX-ALIAS-FUND
           END-IF
           .
       SUCHE-ALIAS-EXIT.
           EXIT.

       VERGLEICHE-NAME-VERARBEITUNG SECTION.
       VERGLEICHE-NAME.
           IF WEX-ST-NAME (WEX-K) = WEX-SUCH-NAME
               MOVE WEX-K TO WEX-FUNDSTELLE
           END-IF
           .
       VERGLEICHE-NAME-EXIT.
           EXIT.

      * Aktiver Spieler zu WEX-SUCH-NUMMER; 0 = nicht aktiv.
       SUCHE-AKTIVE-NUMMER SECTION.
           MOVE 0 TO WEX-FUNDSTELLE
           PERFORM VERGLEICHE-NUMMER THRU VERGLEICHE-NUMMER-EXIT
               VARYING WEX-K FROM 1 BY 1
               UNTIL WEX-K > WEX-ANZAHL-STAMM
                  OR WEX-FUNDSTELLE NOT = 0
           .
           EXIT.

       VERGLEICHE-NUMMER-VERARBEITUNG SECTION.
       VERGLEICHE-NUMMER.
           IF WEX-ST-NUMMER (WEX-K) = WEX-SUCH-NUMMER
               MOVE WEX-K TO WEX-FUNDSTELLE
           END-IF
           .
       VERGLEICHE-NUMMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Exportstand des letzten Laufs lesen. Ohne Exportstand
      * beginnt der Spielexport beim Vortag.
      *----------------------------------------------------------------
       LIES-EXPORTSTAND SECTION.
           COMPUTE WEX-HEUTE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WEX-HEUTE-DATUM)
           COMPUTE WEX-VORTAG-INTEGER = WEX-HEUTE-INTEGER - 1
           COMPUTE WEX-VORTAG-DATUM =
               FUNCTION DATE-OF-INTEGER (WEX-VORTAG-INTEGER)
           MOVE LOW-VALUES TO WEX-LETZTER-SCHLUESSEL
           MOVE WEX-VORTAG-DATUM TO WEX-LETZTER-SCHLUESSEL (1:8)
           OPEN INPUT STAND-DATEI
           IF WEX-STAND-STATUS = "00"
               SET WEX-STAND-VORHANDEN TO TRUE
               MOVE "N" TO WEX-DATEI-ENDE
               PERFORM LIES-EINEN-STANDSATZ
                   THRU LIES-EINEN-STANDSATZ-EXIT
                   UNTIL WEX-ENDE-ERREICHT
               CLOSE STAND-DATEI
           END-IF
           MOVE WEX-LETZTER-SCHLUESSEL TO WEX-NEUER-SCHLUESSEL
           .
           EXIT.

       LIES-EINEN-STANDSATZ-VERARBEITUNG SECTION.
       LIES-EINEN-STANDSATZ.
           READ STAND-DATEI
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
                   GO TO LIES-EINEN-STANDSATZ-EXIT
           END-READ
           EVALUATE TRUE
               WHEN WST-IST-SPIELSTAND
                   MOVE WST-SCHLUESSEL TO WEX-LETZTER-SCHLUESSEL
               WHEN WST-IST-RATINGSTAND
                   IF WEX-ANZAHL-VORLAUF < WEX-MAX-VORLAUF
                       ADD 1 TO WEX-ANZAHL-VORLAUF
                       MOVE WST-NUMMER
                         TO WEX-VL-NUMMER (WEX-ANZAHL-VORLAUF)
                       MOVE WST-WERT
                         TO WEX-VL-WERT (WEX-ANZAHL-VORLAUF)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       LIES-EINEN-STANDSATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TTTWEXSP: alle Spiele hinter dem zuletzt exportierten
      * Schluessel, in Schluesselfolge. Beide Spieler muessen aktiv
      * sein.
      *----------------------------------------------------------------
       EXPORTIERE-SPIELE SECTION.
           OPEN INPUT SCORE-DATEI
           IF WEX-SCORE-STATUS NOT = "00"
              AND WEX-SCORE-STATUS NOT = "35"
               MOVE "TTTSCORE" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE WEX-SCORE-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               GO TO EXPORTIERE-SPIELE-ENDE
           END-IF
           MOVE "N" TO WEX-AUSGABE-KZ
           OPEN OUTPUT SPIELE-EXPORT
           IF WEX-SPIELE-STATUS NOT = "00"
               MOVE "TTTWEXSP" TO FA-DATEI
               MOVE WEX-SPIELE-STATUS TO FA-DATEI-STATUS
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               PERFORM MELDE-AUSGABE-FEHLER
               IF WEX-SCORE-STATUS = "00"
                   CLOSE SCORE-DATEI
               END-IF
               GO TO EXPORTIERE-SPIELE-ENDE
           END-IF
           MOVE "TTTWEXSP" TO WEX-DATEI-NAME
           PERFORM BAUE-KOPFSATZ
           WRITE SPIELE-ZEILE FROM WEX-ZEILE
           IF WEX-SPIELE-STATUS NOT = "00"
               MOVE "TTTWEXSP" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-SPIELE-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
           END-IF
           IF WEX-SCORE-STATUS = "00"
               MOVE "N" TO WEX-DATEI-ENDE
               MOVE WEX-LETZTER-SCHLUESSEL TO SCORE-SCHLUESSEL
               START SCORE-DATEI KEY > SCORE-SCHLUESSEL
               IF WEX-SCORE-STATUS NOT = "00"
                   SET WEX-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM EXPORTIERE-EIN-SPIEL
                   THRU EXPORTIERE-EIN-SPIEL-EXIT
                   UNTIL WEX-ENDE-ERREICHT
                      OR WEX-AUSGABE-GESTOERT
               CLOSE SCORE-DATEI
           END-IF
           IF NOT WEX-AUSGABE-GESTOERT
               MOVE WEX-SP-SAETZE TO WEX-ANZAHL
               PERFORM BAUE-ENDESATZ
               WRITE SPIELE-ZEILE FROM WEX-ZEILE
               IF WEX-SPIELE-STATUS NOT = "00"
                   MOVE "TTTWEXSP" TO FA-DATEI
                   MOVE "WRITE" TO FA-OPERATION
                   MOVE WEX-SPIELE-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-AUSGABE-FEHLER
                   SET WEX-AUSGABE-GESTOERT TO TRUE
               END-IF
           END-IF
           CLOSE SPIELE-EXPORT
           .
       EXPORTIERE-SPIELE-ENDE.
           EXIT.

       EXPORTIERE-EIN-SPIEL-VERARBEITUNG SECTION.
       EXPORTIERE-EIN-SPIEL.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
                   GO TO EXPORTIERE-EIN-SPIEL-EXIT
           END-READ
           IF WEX-SCORE-STATUS NOT = "00"
               MOVE "TTTSCORE" TO FA-DATEI
               MOVE "READ NEXT" TO FA-OPERATION
               MOVE WEX-SCORE-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               SET WEX-ENDE-ERREICHT TO TRUE
               GO TO EXPORTIERE-EIN-SPIEL-EXIT
           END-IF
           MOVE SCORE-SCHLUESSEL TO WEX-NEUER-SCHLUESSEL
           MOVE SCORE-SPIELER-X TO WEX-SUCH-NAME
           PERFORM SUCHE-AKTIVEN-SPIELER
           IF WEX-FUNDSTELLE = 0
               ADD 1 TO WEX-SP-UEBERGANGEN
               GO TO EXPORTIERE-EIN-SPIEL-EXIT
           END-IF
           MOVE WEX-SUCH-NAME TO WEX-NAME-X
           MOVE SCORE-SPIELER-O TO WEX-SUCH-NAME
           PERFORM SUCHE-AKTIVEN-SPIELER
           IF WEX-FUNDSTELLE = 0
               ADD 1 TO WEX-SP-UEBERGANGEN
               GO TO EXPORTIERE-EIN-SPIEL-EXIT
           END-IF
           MOVE WEX-SUCH-NAME TO WEX-NAME-O
           MOVE "D" TO WEX-SATZART
           PERFORM BEGINNE-ZEILE
           MOVE SCORE-DATUM TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE SCORE-UHRZEIT (1:6) TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-NAME-X TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-NAME-O TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE SCORE-GEWINNER TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE SCORE-ZUEGE TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SCORE-TURNIER-ID TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE SCORE-RUNDE TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE SCORE-ENTSCHEIDUNG TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           WRITE SPIELE-ZEILE FROM WEX-ZEILE
           IF WEX-SPIELE-STATUS NOT = "00"
               MOVE "TTTWEXSP" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-SPIELE-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
               GO TO EXPORTIERE-EIN-SPIEL-EXIT
           END-IF
           ADD 1 TO WEX-SP-SAETZE
           .
       EXPORTIERE-EIN-SPIEL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Turnierdatei im Gruppenwechsel je Turnier lesen und die
      * offenen Turniere vormerken (Regeln wie in TTTSAIS). Ohne
      * Turnierdatei gibt es keine offenen Turniere.
      *----------------------------------------------------------------
       ERMITTLE-OFFENE-TURNIERE SECTION.
           OPEN INPUT TURNIER-DATEI
           IF WEX-TURNIER-STATUS = "35"
               SET WEX-TURNIERE-GELESEN TO TRUE
               GO TO ERMITTLE-OFFENE-TURNIERE-ENDE
           END-IF
           IF WEX-TURNIER-STATUS NOT = "00"
               MOVE "TTTTURN" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE WEX-TURNIER-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               GO TO ERMITTLE-OFFENE-TURNIERE-ENDE
           END-IF
           SET WEX-TURNIERE-GELESEN TO TRUE
           MOVE "N" TO WEX-DATEI-ENDE
           MOVE LOW-VALUES TO TRN-SCHLUESSEL
           START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
           IF WEX-TURNIER-STATUS NOT = "00"
               SET WEX-ENDE-ERREICHT TO TRUE
           END-IF
           PERFORM LIES-TURNIER-PAARUNG
               THRU LIES-TURNIER-PAARUNG-EXIT
               UNTIL WEX-ENDE-ERREICHT
           PERFORM BEENDE-TURNIER-GRUPPE
           CLOSE TURNIER-DATEI
           .
       ERMITTLE-OFFENE-TURNIERE-ENDE.
           EXIT.

       LIES-TURNIER-PAARUNG-VERARBEITUNG SECTION.
       LIES-TURNIER-PAARUNG.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
                   GO TO LIES-TURNIER-PAARUNG-EXIT
           END-READ
           IF WEX-TURNIER-STATUS NOT = "00"
               MOVE "TTTTURN" TO FA-DATEI
               MOVE "READ NEXT" TO FA-OPERATION
               MOVE WEX-TURNIER-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               SET WEX-ENDE-ERREICHT TO TRUE
               GO TO LIES-TURNIER-PAARUNG-EXIT
           END-IF
           IF TRN-TURNIER-ID NOT = WEX-TG-TURNIER-ID
               PERFORM BEENDE-TURNIER-GRUPPE
               MOVE TRN-TURNIER-ID TO WEX-TG-TURNIER-ID
               MOVE TRN-ART TO WEX-TG-ART
               MOVE 0 TO WEX-TG-OFFEN
               MOVE 0 TO WEX-TG-LETZTE-RUNDE
               MOVE 0 TO WEX-TG-RUNDEN-PAARUNGEN
               MOVE 0 TO WEX-TG-ANZAHL-NAMEN
           END-IF
           IF TRN-RUNDE NOT = WEX-TG-LETZTE-RUNDE
               MOVE TRN-RUNDE TO WEX-TG-LETZTE-RUNDE
               MOVE 0 TO WEX-TG-RUNDEN-PAARUNGEN
           END-IF
           ADD 1 TO WEX-TG-RUNDEN-PAARUNGEN
           IF TRN-ERGEBNIS = SPACES
              OR (TRN-IST-KO AND TRN-ERGEBNIS = "UNENTSCH")
               ADD 1 TO WEX-TG-OFFEN
           END-IF
           IF TRN-IST-SCHWEIZER
               MOVE TRN-SPIELER-X TO WEX-SUCH-NAME
               PERFORM ZAEHLE-TURNIER-NAME
               MOVE TRN-SPIELER-O TO WEX-SUCH-NAME
               PERFORM ZAEHLE-TURNIER-NAME
           END-IF
           .
       LIES-TURNIER-PAARUNG-EXIT.
           EXIT.

      * Spielerzahl eines Turniers im Schweizer System: jeden Namen
      * einmal, ohne Freilos.
       ZAEHLE-TURNIER-NAME SECTION.
           IF WEX-SUCH-NAME = WEX-FREILOS-NAME
              OR WEX-SUCH-NAME = SPACES
               GO TO ZAEHLE-TURNIER-NAME-ENDE
           END-IF
           MOVE 0 TO WEX-FUNDSTELLE
           PERFORM SUCHE-TURNIER-NAME THRU SUCHE-TURNIER-NAME-EXIT
               VARYING WEX-K FROM 1 BY 1
               UNTIL WEX-K > WEX-TG-ANZAHL-NAMEN
                  OR WEX-FUNDSTELLE NOT = 0
           IF WEX-FUNDSTELLE = 0
              AND WEX-TG-ANZAHL-NAMEN < WEX-TG-MAX-NAMEN
               ADD 1 TO WEX-TG-ANZAHL-NAMEN
               MOVE WEX-SUCH-NAME TO WEX-TG-NAME (WEX-TG-ANZAHL-NAMEN)
           END-IF
           .
       ZAEHLE-TURNIER-NAME-ENDE.
           EXIT.

       SUCHE-TURNIER-NAME-VERARBEITUNG SECTION.
       SUCHE-TURNIER-NAME.
           IF WEX-TG-NAME (WEX-K) = WEX-SUCH-NAME
               MOVE WEX-K TO WEX-FUNDSTELLE
           END-IF
           .
       SUCHE-TURNIER-NAME-EXIT.
           EXIT.

       BEENDE-TURNIER-GRUPPE SECTION.
           IF WEX-TG-TURNIER-ID = LOW-VALUES
               GO TO BEENDE-TURNIER-GRUPPE-ENDE
           END-IF
           IF WEX-TG-ART = "S"
               PERFORM ERMITTLE-SOLL-RUNDEN
           END-IF
           IF WEX-TG-OFFEN = 0
              AND NOT (WEX-TG-ART = "K"
                       AND WEX-TG-RUNDEN-PAARUNGEN > 1)
              AND NOT (WEX-TG-ART = "S"
                       AND WEX-TG-LETZTE-RUNDE < WEX-SOLL-RUNDEN)
               GO TO BEENDE-TURNIER-GRUPPE-ENDE
           END-IF
           IF WEX-ANZAHL-OFFEN < WEX-MAX-OFFEN
               ADD 1 TO WEX-ANZAHL-OFFEN
               MOVE WEX-TG-TURNIER-ID
                 TO WEX-OF-TURNIER-ID (WEX-ANZAHL-OFFEN)
               MOVE WEX-TG-ART TO WEX-OF-ART (WEX-ANZAHL-OFFEN)
           ELSE
               DISPLAY "TTTWEXP: TURNIERTABELLE VOLL, TURNIER "
                   WEX-TG-TURNIER-ID " NICHT EXPORTIERT"
               SET WEX-TABELLE-WAR-VOLL TO TRUE
           END-IF
           .
       BEENDE-TURNIER-GRUPPE-ENDE.
           EXIT.

      * Rundenzahl im Schweizer System: die kleinste Zahl r mit
      * 2 hoch r nicht kleiner als die Zahl der Spieler.
       ERMITTLE-SOLL-RUNDEN SECTION.
           MOVE 0 TO WEX-SOLL-RUNDEN
           MOVE 1 TO WEX-ZWEIERPOTENZ
           PERFORM VERDOPPLE-ZWEIERPOTENZ
               THRU VERDOPPLE-ZWEIERPOTENZ-EXIT
               UNTIL WEX-ZWEIERPOTENZ NOT < WEX-TG-ANZAHL-NAMEN
           .
           EXIT.

       VERDOPPLE-ZWEIERPOTENZ-VERARBEITUNG SECTION.
       VERDOPPLE-ZWEIERPOTENZ.
           COMPUTE WEX-ZWEIERPOTENZ = WEX-ZWEIERPOTENZ * 2
           ADD 1 TO WEX-SOLL-RUNDEN
           .
       VERDOPPLE-ZWEIERPOTENZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TTTWEXTB: je offenes Turnier ausser K.O. die Tabelle aus
      * TTTSTBER, Zeile fuer Zeile mit dem gerechneten Platz.
      *----------------------------------------------------------------
       EXPORTIERE-TABELLEN SECTION.
           MOVE "N" TO WEX-AUSGABE-KZ
           OPEN OUTPUT TABELLEN-EXPORT
           IF WEX-TABELLEN-STATUS NOT = "00"
               MOVE "TTTWEXTB" TO FA-DATEI
               MOVE WEX-TABELLEN-STATUS TO FA-DATEI-STATUS
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               PERFORM MELDE-AUSGABE-FEHLER
               GO TO EXPORTIERE-TABELLEN-ENDE
           END-IF
           MOVE "TTTWEXTB" TO WEX-DATEI-NAME
           PERFORM BAUE-KOPFSATZ
           WRITE TABELLEN-ZEILE FROM WEX-ZEILE
           IF WEX-TABELLEN-STATUS NOT = "00"
               MOVE "TTTWEXTB" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-TABELLEN-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
           END-IF
           PERFORM EXPORTIERE-EINE-TABELLE
               THRU EXPORTIERE-EINE-TABELLE-EXIT
               VARYING WEX-T FROM 1 BY 1
               UNTIL WEX-T > WEX-ANZAHL-OFFEN
                  OR WEX-AUSGABE-GESTOERT
           IF NOT WEX-AUSGABE-GESTOERT
               MOVE WEX-TB-SAETZE TO WEX-ANZAHL
               PERFORM BAUE-ENDESATZ
               WRITE TABELLEN-ZEILE FROM WEX-ZEILE
               IF WEX-TABELLEN-STATUS NOT = "00"
                   MOVE "TTTWEXTB" TO FA-DATEI
                   MOVE "WRITE" TO FA-OPERATION
                   MOVE WEX-TABELLEN-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-AUSGABE-FEHLER
                   SET WEX-AUSGABE-GESTOERT TO TRUE
               END-IF
           END-IF
           CLOSE TABELLEN-EXPORT
           .
       EXPORTIERE-TABELLEN-ENDE.
           EXIT.

       EXPORTIERE-EINE-TABELLE-VERARBEITUNG SECTION.
       EXPORTIERE-EINE-TABELLE.
           IF WEX-OF-ART (WEX-T) = "K"
               GO TO EXPORTIERE-EINE-TABELLE-EXIT
           END-IF
           MOVE WEX-OF-TURNIER-ID (WEX-T) TO SA-TURNIER-ID
           CALL "TTTSTBER" USING STAND-AUFRUF
           IF SA-FEHLER-DATEI NOT = SPACES
               MOVE SA-FEHLER-DATEI TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE SA-FEHLER-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               GO TO EXPORTIERE-EINE-TABELLE-EXIT
           END-IF
           PERFORM EXPORTIERE-TABELLENZEILE
               THRU EXPORTIERE-TABELLENZEILE-EXIT
               VARYING WEX-I FROM 1 BY 1
               UNTIL WEX-I > SA-ANZAHL-SPIELER
                  OR WEX-AUSGABE-GESTOERT
           .
       EXPORTIERE-EINE-TABELLE-EXIT.
           EXIT.

       EXPORTIERE-TABELLENZEILE-VERARBEITUNG SECTION.
       EXPORTIERE-TABELLENZEILE.
           MOVE SA-SP-NAME (WEX-I) TO WEX-SUCH-NAME
           PERFORM SUCHE-AKTIVEN-SPIELER
           IF WEX-FUNDSTELLE = 0
               ADD 1 TO WEX-TB-UEBERGANGEN
               GO TO EXPORTIERE-TABELLENZEILE-EXIT
           END-IF
           MOVE "D" TO WEX-SATZART
           PERFORM BEGINNE-ZEILE
           MOVE SA-TURNIER-ID TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           IF SA-IST-SCHWEIZER-TURNIER
               MOVE "S" TO WEX-FELD
           ELSE
               MOVE "R" TO WEX-FELD
           END-IF
           PERFORM HAENGE-FELD-AN
           MOVE WEX-I TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE WEX-SUCH-NAME TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE SA-SP-PUNKTE (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SA-SP-SPIELE (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SA-SP-SIEGE (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SA-SP-UNENTSCHIEDEN (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SA-SP-ZUEGE (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SA-SP-BUCHHOLZ (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE SA-SP-ZEITVERLUSTE (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           WRITE TABELLEN-ZEILE FROM WEX-ZEILE
           IF WEX-TABELLEN-STATUS NOT = "00"
               MOVE "TTTWEXTB" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-TABELLEN-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
               GO TO EXPORTIERE-TABELLENZEILE-EXIT
           END-IF
           ADD 1 TO WEX-TB-SAETZE
           .
       EXPORTIERE-TABELLENZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TTTWEXKO: alle Paarungen der offenen K.O.-Turniere. Namen
      * ohne aktiven Stammsatz bleiben leer, das Freilos bleibt
      * stehen.
      *----------------------------------------------------------------
       EXPORTIERE-KO-BAEUME SECTION.
           MOVE "N" TO WEX-AUSGABE-KZ
           OPEN OUTPUT KOBAUM-EXPORT
           IF WEX-KOBAUM-STATUS NOT = "00"
               MOVE "TTTWEXKO" TO FA-DATEI
               MOVE WEX-KOBAUM-STATUS TO FA-DATEI-STATUS
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               PERFORM MELDE-AUSGABE-FEHLER
               GO TO EXPORTIERE-KO-BAEUME-ENDE
           END-IF
           MOVE "TTTWEXKO" TO WEX-DATEI-NAME
           PERFORM BAUE-KOPFSATZ
           WRITE KOBAUM-ZEILE FROM WEX-ZEILE
           IF WEX-KOBAUM-STATUS NOT = "00"
               MOVE "TTTWEXKO" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-KOBAUM-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
           END-IF
           PERFORM EXPORTIERE-EINEN-KO-BAUM
               THRU EXPORTIERE-EINEN-KO-BAUM-EXIT
               VARYING WEX-T FROM 1 BY 1
               UNTIL WEX-T > WEX-ANZAHL-OFFEN
                  OR WEX-AUSGABE-GESTOERT
           IF NOT WEX-AUSGABE-GESTOERT
               MOVE WEX-KO-SAETZE TO WEX-ANZAHL
               PERFORM BAUE-ENDESATZ
               WRITE KOBAUM-ZEILE FROM WEX-ZEILE
               IF WEX-KOBAUM-STATUS NOT = "00"
                   MOVE "TTTWEXKO" TO FA-DATEI
                   MOVE "WRITE" TO FA-OPERATION
                   MOVE WEX-KOBAUM-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-AUSGABE-FEHLER
                   SET WEX-AUSGABE-GESTOERT TO TRUE
               END-IF
           END-IF
           CLOSE KOBAUM-EXPORT
           .
       EXPORTIERE-KO-BAEUME-ENDE.
           EXIT.

       EXPORTIERE-EINEN-KO-BAUM-VERARBEITUNG SECTION.
       EXPORTIERE-EINEN-KO-BAUM.
           IF WEX-OF-ART (WEX-T) NOT = "K"
               GO TO EXPORTIERE-EINEN-KO-BAUM-EXIT
           END-IF
           OPEN INPUT TURNIER-DATEI
           IF WEX-TURNIER-STATUS NOT = "00"
               MOVE "TTTTURN" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE WEX-TURNIER-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               GO TO EXPORTIERE-EINEN-KO-BAUM-EXIT
           END-IF
           MOVE "N" TO WEX-DATEI-ENDE
           MOVE WEX-OF-TURNIER-ID (WEX-T) TO TRN-TURNIER-ID
           MOVE 0 TO TRN-RUNDE
           MOVE 0 TO TRN-PAARUNG-NR
           START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
           IF WEX-TURNIER-STATUS NOT = "00"
               SET WEX-ENDE-ERREICHT TO TRUE
           END-IF
           PERFORM EXPORTIERE-KO-PAARUNG
               THRU EXPORTIERE-KO-PAARUNG-EXIT
               UNTIL WEX-ENDE-ERREICHT
                  OR WEX-AUSGABE-GESTOERT
           CLOSE TURNIER-DATEI
           .
       EXPORTIERE-EINEN-KO-BAUM-EXIT.
           EXIT.

       EXPORTIERE-KO-PAARUNG-VERARBEITUNG SECTION.
       EXPORTIERE-KO-PAARUNG.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
                   GO TO EXPORTIERE-KO-PAARUNG-EXIT
           END-READ
           IF WEX-TURNIER-STATUS NOT = "00"
              OR TRN-TURNIER-ID NOT = WEX-OF-TURNIER-ID (WEX-T)
               SET WEX-ENDE-ERREICHT TO TRUE
               GO TO EXPORTIERE-KO-PAARUNG-EXIT
           END-IF
           MOVE TRN-SPIELER-X TO WEX-SUCH-NAME
           PERFORM ERMITTLE-BAUM-NAME
           MOVE WEX-SUCH-NAME TO WEX-NAME-X
           MOVE TRN-SPIELER-O TO WEX-SUCH-NAME
           PERFORM ERMITTLE-BAUM-NAME
           MOVE WEX-SUCH-NAME TO WEX-NAME-O
           MOVE "D" TO WEX-SATZART
           PERFORM BEGINNE-ZEILE
           MOVE TRN-TURNIER-ID TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE TRN-RUNDE TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE TRN-PAARUNG-NR TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE WEX-NAME-X TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-NAME-O TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           IF TRN-ERGEBNIS = SPACES
               MOVE "OFFEN" TO WEX-FELD
           ELSE
               MOVE TRN-ERGEBNIS TO WEX-FELD
           END-IF
           PERFORM HAENGE-FELD-AN
           MOVE TRN-ENTSCHEIDUNG TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           WRITE KOBAUM-ZEILE FROM WEX-ZEILE
           IF WEX-KOBAUM-STATUS NOT = "00"
               MOVE "TTTWEXKO" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-KOBAUM-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
               GO TO EXPORTIERE-KO-PAARUNG-EXIT
           END-IF
           ADD 1 TO WEX-KO-SAETZE
           .
       EXPORTIERE-KO-PAARUNG-EXIT.
           EXIT.

      * Name im K.O.-Baum: heutiger Name eines aktiven Spielers, das
      * Freilos unveraendert, sonst leer.
       ERMITTLE-BAUM-NAME SECTION.
           IF WEX-SUCH-NAME = WEX-FREILOS-NAME
               GO TO ERMITTLE-BAUM-NAME-ENDE
           END-IF
           PERFORM SUCHE-AKTIVEN-SPIELER
           IF WEX-FUNDSTELLE = 0
               MOVE SPACES TO WEX-SUCH-NAME
           END-IF
           .
       ERMITTLE-BAUM-NAME-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * TTTWEXRL: Ratings der aktiven Spieler mit gewerteten Spielen
      * laden, nach Rating sortieren und mit der Veraenderung
      * gegenueber dem letzten Export ausgeben.
      *----------------------------------------------------------------
       EXPORTIERE-RATINGLISTE SECTION.
           OPEN INPUT RATING-DATEI
           IF WEX-RATING-STATUS NOT = "00"
              AND WEX-RATING-STATUS NOT = "35"
               MOVE "TTTRATNG" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE WEX-RATING-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               GO TO EXPORTIERE-RATINGLISTE-ENDE
           END-IF
           IF WEX-RATING-STATUS = "00"
               MOVE "N" TO WEX-DATEI-ENDE
               MOVE 0 TO RAT-NUMMER
               START RATING-DATEI KEY NOT < RAT-NUMMER
               IF WEX-RATING-STATUS NOT = "00"
                   SET WEX-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LADE-EIN-RATING THRU LADE-EIN-RATING-EXIT
                   UNTIL WEX-ENDE-ERREICHT
               CLOSE RATING-DATEI
           END-IF
           PERFORM SORTIER-DURCHGANG THRU SORTIER-DURCHGANG-EXIT
               VARYING WEX-I FROM 1 BY 1
               UNTIL WEX-I NOT < WEX-ANZAHL-LISTE
           MOVE "N" TO WEX-AUSGABE-KZ
           OPEN OUTPUT RATING-EXPORT
           IF WEX-RLISTE-STATUS NOT = "00"
               MOVE "TTTWEXRL" TO FA-DATEI
               MOVE WEX-RLISTE-STATUS TO FA-DATEI-STATUS
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               PERFORM MELDE-AUSGABE-FEHLER
               GO TO EXPORTIERE-RATINGLISTE-ENDE
           END-IF
           MOVE "TTTWEXRL" TO WEX-DATEI-NAME
           PERFORM BAUE-KOPFSATZ
           WRITE RATING-ZEILE FROM WEX-ZEILE
           IF WEX-RLISTE-STATUS NOT = "00"
               MOVE "TTTWEXRL" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-RLISTE-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
           END-IF
           MOVE 0 TO WEX-RANG
           PERFORM EXPORTIERE-RATINGZEILE
               THRU EXPORTIERE-RATINGZEILE-EXIT
               VARYING WEX-I FROM 1 BY 1
               UNTIL WEX-I > WEX-ANZAHL-LISTE
                  OR WEX-AUSGABE-GESTOERT
           IF NOT WEX-AUSGABE-GESTOERT
               MOVE WEX-RL-SAETZE TO WEX-ANZAHL
               PERFORM BAUE-ENDESATZ
               WRITE RATING-ZEILE FROM WEX-ZEILE
               IF WEX-RLISTE-STATUS NOT = "00"
                   MOVE "TTTWEXRL" TO FA-DATEI
                   MOVE "WRITE" TO FA-OPERATION
                   MOVE WEX-RLISTE-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-AUSGABE-FEHLER
                   SET WEX-AUSGABE-GESTOERT TO TRUE
               END-IF
           END-IF
           CLOSE RATING-EXPORT
           .
       EXPORTIERE-RATINGLISTE-ENDE.
           EXIT.

       LADE-EIN-RATING-VERARBEITUNG SECTION.
       LADE-EIN-RATING.
           READ RATING-DATEI NEXT RECORD
               AT END
                   SET WEX-ENDE-ERREICHT TO TRUE
                   GO TO LADE-EIN-RATING-EXIT
           END-READ
           IF WEX-RATING-STATUS NOT = "00"
               MOVE "TTTRATNG" TO FA-DATEI
               MOVE "READ NEXT" TO FA-OPERATION
               MOVE WEX-RATING-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-EINGABE-FEHLER
               SET WEX-ENDE-ERREICHT TO TRUE
               GO TO LADE-EIN-RATING-EXIT
           END-IF
           IF RAT-SPIELE = 0
               GO TO LADE-EIN-RATING-EXIT
           END-IF
           MOVE RAT-NUMMER TO WEX-SUCH-NUMMER
           PERFORM SUCHE-AKTIVE-NUMMER
           IF WEX-FUNDSTELLE = 0
               GO TO LADE-EIN-RATING-EXIT
           END-IF
           IF WEX-ANZAHL-LISTE < WEX-MAX-LISTE
               ADD 1 TO WEX-ANZAHL-LISTE
               MOVE RAT-NUMMER TO WEX-LI-NUMMER (WEX-ANZAHL-LISTE)
               MOVE WEX-ST-NAME (WEX-FUNDSTELLE)
                 TO WEX-LI-NAME (WEX-ANZAHL-LISTE)
               MOVE RAT-WERT TO WEX-LI-WERT (WEX-ANZAHL-LISTE)
               MOVE RAT-SPIELE TO WEX-LI-SPIELE (WEX-ANZAHL-LISTE)
           ELSE
               DISPLAY "TTTWEXP: RATINGTABELLE VOLL, "
                   RAT-NUMMER " NICHT EXPORTIERT"
               SET WEX-TABELLE-WAR-VOLL TO TRUE
           END-IF
           .
       LADE-EIN-RATING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Absteigend nach Rating, bei gleichem Wert die hoehere
      * Spielezahl vorn (wie die Ratingliste von TTTRATE).
      *----------------------------------------------------------------
       SORTIER-DURCHGANG-VERARBEITUNG SECTION.
       SORTIER-DURCHGANG.
           PERFORM SORTIER-VERGLEICH THRU SORTIER-VERGLEICH-EXIT
               VARYING WEX-J FROM 1 BY 1
               UNTIL WEX-J NOT < WEX-ANZAHL-LISTE
           .
       SORTIER-DURCHGANG-EXIT.
           EXIT.

       SORTIER-VERGLEICH-VERARBEITUNG SECTION.
       SORTIER-VERGLEICH.
           IF WEX-LI-WERT (WEX-J) < WEX-LI-WERT (WEX-J + 1)
              OR (WEX-LI-WERT (WEX-J) = WEX-LI-WERT (WEX-J + 1)
                  AND WEX-LI-SPIELE (WEX-J)
                        < WEX-LI-SPIELE (WEX-J + 1))
               MOVE WEX-LISTE (WEX-J) TO WEX-TAUSCH-LISTE
               MOVE WEX-LISTE (WEX-J + 1) TO WEX-LISTE (WEX-J)
               MOVE WEX-TAUSCH-LISTE TO WEX-LISTE (WEX-J + 1)
           END-IF
           .
       SORTIER-VERGLEICH-EXIT.
           EXIT.

      * Gleiches Rating wie der Vordermann: gleicher Rang. Ohne
      * Vorlaufwert (neuer Spieler, erster Export) bleibt die
      * Veraenderung leer.
       EXPORTIERE-RATINGZEILE-VERARBEITUNG SECTION.
       EXPORTIERE-RATINGZEILE.
           IF WEX-I = 1
               MOVE 1 TO WEX-RANG
           ELSE
               IF WEX-LI-WERT (WEX-I) NOT = WEX-LI-WERT (WEX-I - 1)
                   MOVE WEX-I TO WEX-RANG
               END-IF
           END-IF
           MOVE "D" TO WEX-SATZART
           PERFORM BEGINNE-ZEILE
           MOVE WEX-RANG TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE WEX-LI-NUMMER (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE WEX-LI-NAME (WEX-I) TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-LI-WERT (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           MOVE 0 TO WEX-FUNDSTELLE
           PERFORM SUCHE-VORLAUF THRU SUCHE-VORLAUF-EXIT
               VARYING WEX-K FROM 1 BY 1
               UNTIL WEX-K > WEX-ANZAHL-VORLAUF
                  OR WEX-FUNDSTELLE NOT = 0
           IF WEX-FUNDSTELLE = 0
               MOVE SPACES TO WEX-FELD
           ELSE
               COMPUTE WEX-AENDERUNG = WEX-LI-WERT (WEX-I)
                   - WEX-VL-WERT (WEX-FUNDSTELLE)
               IF WEX-AENDERUNG = 0
                   MOVE "0" TO WEX-FELD
               ELSE
                   MOVE WEX-AENDERUNG TO WEX-AENDERUNG-ANZEIGE
                   MOVE WEX-AENDERUNG-ANZEIGE TO WEX-FELD
               END-IF
           END-IF
           PERFORM HAENGE-FELD-AN
           MOVE WEX-LI-SPIELE (WEX-I) TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           WRITE RATING-ZEILE FROM WEX-ZEILE
           IF WEX-RLISTE-STATUS NOT = "00"
               MOVE "TTTWEXRL" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-RLISTE-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
               SET WEX-AUSGABE-GESTOERT TO TRUE
               GO TO EXPORTIERE-RATINGZEILE-EXIT
           END-IF
           ADD 1 TO WEX-RL-SAETZE
           .
       EXPORTIERE-RATINGZEILE-EXIT.
           EXIT.

       SUCHE-VORLAUF-VERARBEITUNG SECTION.
       SUCHE-VORLAUF.
           IF WEX-VL-NUMMER (WEX-K) = WEX-LI-NUMMER (WEX-I)
               MOVE WEX-K TO WEX-FUNDSTELLE
           END-IF
           .
       SUCHE-VORLAUF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Exportstand fuer den naechsten Lauf: letzter gelesener
      * Spielschluessel und die eben exportierten Ratings.
      *----------------------------------------------------------------
       SCHREIBE-EXPORTSTAND SECTION.
           OPEN OUTPUT STAND-DATEI
           IF WEX-STAND-STATUS NOT = "00"
               MOVE "TTTWEXST" TO FA-DATEI
               MOVE WEX-STAND-STATUS TO FA-DATEI-STATUS
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               PERFORM MELDE-AUSGABE-FEHLER
               GO TO SCHREIBE-EXPORTSTAND-ENDE
           END-IF
           MOVE SPACES TO STAND-SATZ
           MOVE "S" TO WST-SATZART
           MOVE WEX-NEUER-SCHLUESSEL TO WST-SCHLUESSEL
           WRITE STAND-SATZ
           PERFORM SCHREIBE-RATINGSTAND THRU SCHREIBE-RATINGSTAND-EXIT
               VARYING WEX-I FROM 1 BY 1
               UNTIL WEX-I > WEX-ANZAHL-LISTE
                  OR WEX-STAND-STATUS NOT = "00"
      * Ein unvollstaendiger Exportstand laesst den naechsten Lauf
      * beim Vortag beginnen oder die Veraenderung der Ratingliste
      * falsch zeigen; er muss vor dem naechsten Lauf geprueft werden.
           IF WEX-STAND-STATUS NOT = "00"
               MOVE "TTTWEXST" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE WEX-STAND-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-AUSGABE-FEHLER
           END-IF
           CLOSE STAND-DATEI
           .
       SCHREIBE-EXPORTSTAND-ENDE.
           EXIT.

       SCHREIBE-RATINGSTAND-VERARBEITUNG SECTION.
       SCHREIBE-RATINGSTAND.
           MOVE SPACES TO STAND-SATZ
           MOVE "R" TO WST-SATZART
           MOVE WEX-LI-NUMMER (WEX-I) TO WST-NUMMER
           MOVE WEX-LI-WERT (WEX-I) TO WST-WERT
           WRITE STAND-SATZ
           .
       SCHREIBE-RATINGSTAND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Kopf- und Endesatz einer Schnittstellendatei in WEX-ZEILE.
      *----------------------------------------------------------------
       BAUE-KOPFSATZ SECTION.
           MOVE "K" TO WEX-SATZART
           PERFORM BEGINNE-ZEILE
           MOVE WEX-DATEI-NAME TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-HEUTE-DATUM TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-HEUTE-UHRZEIT TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           .
           EXIT.

       BAUE-ENDESATZ SECTION.
           MOVE "E" TO WEX-SATZART
           PERFORM BEGINNE-ZEILE
           MOVE WEX-DATEI-NAME TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-HEUTE-DATUM TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           MOVE WEX-ANZAHL TO WEX-ZAHL
           PERFORM HAENGE-ZAHL-AN
           .
           EXIT.

       BEGINNE-ZEILE SECTION.
           MOVE SPACES TO WEX-ZEILE
           MOVE 1 TO WEX-ZEIGER
           STRING WEX-SATZART DELIMITED BY SIZE
               INTO WEX-ZEILE WITH POINTER WEX-ZEIGER
           .
           EXIT.

       HAENGE-ZAHL-AN SECTION.
           MOVE WEX-ZAHL TO WEX-ZAHL-ANZEIGE
           MOVE WEX-ZAHL-ANZEIGE TO WEX-FELD
           PERFORM HAENGE-FELD-AN
           .
           EXIT.

      *----------------------------------------------------------------
      * Haengt ";" und WEX-FELD ohne fuehrende und folgende
      * Leerstellen an WEX-ZEILE an. Ein ";" im Feld selbst wird zu
      * ",", damit die Feldgrenzen eindeutig bleiben.
      *----------------------------------------------------------------
       HAENGE-FELD-AN SECTION.
           INSPECT WEX-FELD REPLACING ALL ";" BY ","
           STRING ";" DELIMITED BY SIZE
               INTO WEX-ZEILE WITH POINTER WEX-ZEIGER
           MOVE 0 TO WEX-FELD-VORNE
           INSPECT WEX-FELD TALLYING WEX-FELD-VORNE
               FOR LEADING SPACES
           IF WEX-FELD-VORNE < 20
               MOVE 0 TO WEX-FELD-LAENGE
               PERFORM SUCHE-FELD-ENDE THRU SUCHE-FELD-ENDE-EXIT
                   VARYING WEX-FELD-ENDE FROM 20 BY -1
                   UNTIL WEX-FELD-LAENGE NOT = 0
               STRING WEX-FELD (WEX-FELD-VORNE + 1:WEX-FELD-LAENGE)
                   DELIMITED BY SIZE
                   INTO WEX-ZEILE WITH POINTER WEX-ZEIGER
           END-IF
           .
           EXIT.

       SUCHE-FELD-ENDE-VERARBEITUNG SECTION.
       SUCHE-FELD-ENDE.
           IF WEX-FELD (WEX-FELD-ENDE:1) NOT = SPACE
               COMPUTE WEX-FELD-LAENGE =
                   WEX-FELD-ENDE - WEX-FELD-VORNE
           END-IF
           .
       SUCHE-FELD-ENDE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Fehlermeldungen ueber die gemeinsame Fehlerroutine, beide
      * als Warnung: eine nicht lesbare Eingabe und eine nicht
      * schreibbare Schnittstellendatei lassen den Exportstand
      * unveraendert, der Lauf endet mit Ruecklieferungscode 8.
      *----------------------------------------------------------------
       MELDE-EINGABE-FEHLER SECTION.
           SET FA-IST-WARNUNG TO TRUE
           PERFORM MELDE-DATEI-FEHLER
           SET WEX-LAUF-HAT-FEHLER TO TRUE
           .
           EXIT.

       MELDE-AUSGABE-FEHLER SECTION.
           SET FA-IST-WARNUNG TO TRUE
           PERFORM MELDE-DATEI-FEHLER
           SET WEX-LAUF-HAT-FEHLER TO TRUE
           .
           EXIT.

       MELDE-DATEI-FEHLER SECTION.
           MOVE "TTTWEXP" TO FA-PROGRAMM
           CALL "FEHLPROT" USING FEHLER-AUFRUF
           .
           EXIT.

       END PROGRAM TTTWEXP.
