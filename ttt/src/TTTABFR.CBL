       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTABFR.
      * Terminal-Auskunft ueber die Ergebnisdatei TTTSCORE und das
      * Saisonarchiv TTTSCARC: zu einem Spielernamen und wahlweise
      * einem Datumsbereich werden die passenden Spiele mit Gegner,
      * Gewinner und Zugzahl angezeigt, archivierte Spiele mit der
      * Saison, in der sie gespielt wurden. Zuerst wird das Archiv
      * durchsucht (aeltere Spiele), dann die laufende Saison.
      * Durch Zeitueberschreitung entschiedene Spiele sind mit
      * "(ZEIT)" gekennzeichnet.
      * Die Suche setzt mit START auf dem Datumsschluessel auf und
      * liest von dort vorwaerts, statt die ganze Datei zu lesen.
      * Nach jeweils einer Bildschirmseite wird auf Wunsch
      * weitergeblaettert. Damit beantwortet die Aufsicht Fragen wie
      * "was habe ich letzten Dienstag gespielt" ohne Programmierer.
      * Als zweite Auskunft zeigt der Direktvergleich zu zwei
      * Spielernummern alle Spiele der beiden gegeneinander aus Sicht
      * des ersten Spielers und am Ende die Bilanz mit der laengsten
      * Siegserie beider Seiten. Die Namen kommen aus dem
      * Spielerstamm TTTSPLR; fruehere Namen aus dem Stammjournal
      * TTTSPLJ (Umbenennungen, Vereinigungen) werden wie in TTTSTAT
      * auf den heutigen Namen uebersetzt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS ABF-SCORE-STATUS.

           SELECT ARCHIV-DATEI ASSIGN TO "TTTSCARC"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCA-SCHLUESSEL
               FILE STATUS IS ABF-ARCHIV-STATUS.

           SELECT SPIELER-DATEI ASSIGN TO "TTTSPLR"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS ABF-SPIELER-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TTTSPLJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ABF-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  ARCHIV-DATEI.
           COPY SCASATZ.

       FD  SPIELER-DATEI.
           COPY SPLSATZ.

       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

       WORKING-STORAGE SECTION.
       01  ABF-SCORE-STATUS PIC XX.
       01  ABF-ARCHIV-STATUS PIC XX.
       01  ABF-SPIELER-STATUS PIC XX.
       01  ABF-JOURNAL-STATUS PIC XX.

       01  ABF-SCHALTER.
           05 ABF-DATEI-ENDE PIC X(01) VALUE "N".
             88 ABF-SUCHE-FERTIG VALUE "J".
           05 ABF-ABBRUCH PIC X(01) VALUE "N".
             88 ABF-ABBRUCH-GEWUENSCHT VALUE "J".
           05 ABF-AUSKUNFT PIC X(01) VALUE "S".
             88 ABF-IST-SPIELER-AUSKUNFT VALUE "S".
             88 ABF-IST-DIREKTVERGLEICH VALUE "D".
           05 ABF-NUMMER-STATUS PIC X(01).
             88 ABF-NUMMER-GUELTIG VALUE "J".
             88 ABF-NUMMER-UNGUELTIG VALUE "N".
           05 ABF-DATUM-STATUS PIC X(01).
             88 ABF-DATUM-GUELTIG VALUE "J".
             88 ABF-DATUM-UNGUELTIG VALUE "N".
       01  ABF-GEGNER PIC X(20).
       01  ABF-SEITE PIC X(01).
       01  ABF-AUSGANG PIC X(09).
       01  ABF-AUSKUNFT-EINGABE PIC X(01).

      * Direktvergleich: zweiter Spieler, Bilanz und Siegserien aus
      * Sicht des ersten Spielers.
       01  ABF-NUMMER-EINGABE PIC X(05).
       01  ABF-NUMMER PIC 9(05).
       01  ABF-ZIFFER PIC 9(01).
       01  ABF-I PIC 9(01).
       01  ABF-NUMMER-1 PIC 9(05).
       01  ABF-NUMMER-2 PIC 9(05).
       01  ABF-GEGNER-NAME PIC X(20).
       01  ABF-DV-SIEGE PIC 9(05) VALUE 0.
       01  ABF-DV-UNENTSCHIEDEN PIC 9(05) VALUE 0.
       01  ABF-DV-NIEDERLAGEN PIC 9(05) VALUE 0.
       01  ABF-DV-SERIE-1 PIC 9(03) VALUE 0.
       01  ABF-DV-SERIE-2 PIC 9(03) VALUE 0.
       01  ABF-DV-BESTE-1 PIC 9(03) VALUE 0.
       01  ABF-DV-BESTE-2 PIC 9(03) VALUE 0.

      * Namensuebersetzung aus dem Stammjournal wie in TTTSTAT.
       01  ABF-MAX-ALIAS PIC 9(02) VALUE 50.
       01  ABF-ANZAHL-ALIAS PIC 9(02) VALUE 0.
       01  ABF-ALIAS-TABELLE.
           05 ABF-ALIAS OCCURS 50.
               10 ABF-AL-ALT PIC X(20).
               10 ABF-AL-NEU PIC X(20).
       01  ABF-ALIAS-I PIC 9(02).
       01  ABF-ALIAS-STUFE PIC 9(01).
       01  ABF-ALIAS-FUND PIC 9(02).
       01  ABF-SUCH-NAME PIC X(20).

      * Gelesenes Spiel, aus TTTSCORE oder dem Saisonarchiv.
       01  ABF-SPIEL.
           05 ABF-SP-DATUM PIC 9(08).
           05 ABF-SP-UHRZEIT PIC 9(08).
           05 ABF-SP-SPIELER-X PIC X(20).
           05 ABF-SP-SPIELER-O PIC X(20).
           05 ABF-SP-GEWINNER PIC X(10).
           05 ABF-SP-ZUEGE PIC 9(02).
           05 ABF-SP-SAISON PIC X(08).
           05 ABF-SP-ENTSCHEIDUNG PIC X(01).

       01  ABF-ANZEIGE-ZEILE.
           05 ABF-AZ-DATUM PIC 9(08).
           05 ABF-AZ-AUSGANG PIC X(09).
           05 FILLER PIC X(07) VALUE " ZUEGE ".
           05 ABF-AZ-ZUEGE PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ABF-AZ-SAISON PIC X(08).
           05 ABF-AZ-ENTSCHEIDUNG PIC X(07).

       01  ABF-BILANZ-ZEILE.
           05 FILLER PIC X(07) VALUE "BILANZ ".
           05 ABF-BZ-SIEGE PIC ZZZZ9.
           05 FILLER PIC X(08) VALUE " SIEGE, ".
           05 ABF-BZ-UNENTSCHIEDEN PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE " UNENTSCHIEDEN, ".
           05 ABF-BZ-NIEDERLAGEN PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE " NIEDERLAGEN".
       01  ABF-SERIEN-ZEILE.
           05 FILLER PIC X(18) VALUE "LAENGSTE SIEGSERIE".
           05 FILLER PIC X(01) VALUE SPACE.
           05 ABF-SZ-NAME-1 PIC X(20).
           05 ABF-SZ-BESTE-1 PIC ZZ9.
           05 FILLER PIC X(02) VALUE ", ".
           05 ABF-SZ-NAME-2 PIC X(20).
           05 ABF-SZ-BESTE-2 PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY "Auskunft (S = Spiele eines Spielers, D = Direkt"
               "vergleich, leer = S): " WITH NO ADVANCING
           ACCEPT ABF-AUSKUNFT-EINGABE
           IF ABF-AUSKUNFT-EINGABE = "D"
               SET ABF-IST-DIREKTVERGLEICH TO TRUE
               PERFORM HOLE-SPIELERPAAR
               IF ABF-NUMMER-UNGUELTIG
                   GO TO PROGRAMM-ENDE
               END-IF
               PERFORM LADE-NAMENS-JOURNAL
               PERFORM SUCHE-ARCHIV
               IF NOT ABF-ABBRUCH-GEWUENSCHT
                   PERFORM SUCHE-SPIELE
               END-IF
               DISPLAY ABF-GEFUNDEN " SPIELE GEFUNDEN"
               PERFORM ZEIGE-DIREKTBILANZ
               GO TO PROGRAMM-ENDE
           END-IF
           DISPLAY "Spielername: " WITH NO ADVANCING
           ACCEPT ABF-SPIELER-NAME
           IF ABF-SPIELER-NAME = SPACES
           IF ABF-DATUM-UNGUELTIG
               DISPLAY "TTTABFR: DATUM NICHT IM FORMAT JJJJMMTT"
           ELSE
               PERFORM SUCHE-ARCHIV
               IF NOT ABF-ABBRUCH-GEWUENSCHT
                   PERFORM SUCHE-SPIELE
               END-IF
               DISPLAY ABF-GEFUNDEN " SPIELE GEFUNDEN"
           END-IF
           .
           GOBACK
          .

      *----------------------------------------------------------------
      * Zwei Spielernummern erfragen und ihre heutigen Namen aus dem
      * Spielerstamm holen.
      *----------------------------------------------------------------
       HOLE-SPIELERPAAR SECTION.
           DISPLAY "Erste Spielernummer: " WITH NO ADVANCING
           PERFORM HOLE-NUMMER
           IF ABF-NUMMER-UNGUELTIG
               GO TO HOLE-SPIELERPAAR-ENDE
           END-IF
           MOVE ABF-NUMMER TO ABF-NUMMER-1
           DISPLAY "Zweite Spielernummer: " WITH NO ADVANCING
           PERFORM HOLE-NUMMER
           IF ABF-NUMMER-UNGUELTIG
               GO TO HOLE-SPIELERPAAR-ENDE
           END-IF
           MOVE ABF-NUMMER TO ABF-NUMMER-2
           IF ABF-NUMMER-1 = ABF-NUMMER-2
               DISPLAY "TTTABFR: ZWEIMAL DIESELBE SPIELERNUMMER"
               SET ABF-NUMMER-UNGUELTIG TO TRUE
               GO TO HOLE-SPIELERPAAR-ENDE
           END-IF
           OPEN INPUT SPIELER-DATEI
           IF ABF-SPIELER-STATUS NOT = "00"
               DISPLAY "TTTABFR: SPIELERSTAMM NICHT LESBAR, STATUS "
                   ABF-SPIELER-STATUS
               SET ABF-NUMMER-UNGUELTIG TO TRUE
               GO TO HOLE-SPIELERPAAR-ENDE
           END-IF
           MOVE ABF-NUMMER-1 TO SPL-NUMMER
           READ SPIELER-DATEI
           IF ABF-SPIELER-STATUS = "00"
               MOVE SPL-NAME TO ABF-SPIELER-NAME
               MOVE ABF-NUMMER-2 TO SPL-NUMMER
               READ SPIELER-DATEI
               IF ABF-SPIELER-STATUS = "00"
                   MOVE SPL-NAME TO ABF-GEGNER-NAME
               END-IF
           END-IF
           IF ABF-SPIELER-STATUS NOT = "00"
               DISPLAY "TTTABFR: SPIELERNUMMER " SPL-NUMMER
                   " NICHT IM STAMM"
               SET ABF-NUMMER-UNGUELTIG TO TRUE
           ELSE
               DISPLAY "DIREKTVERGLEICH " ABF-SPIELER-NAME " GEGEN "
                   ABF-GEGNER-NAME
           END-IF
           CLOSE SPIELER-DATEI
           .
       HOLE-SPIELERPAAR-ENDE.
           EXIT.

       HOLE-NUMMER SECTION.
           ACCEPT ABF-NUMMER-EINGABE
           MOVE 0 TO ABF-NUMMER
           IF ABF-NUMMER-EINGABE = SPACES
               SET ABF-NUMMER-UNGUELTIG TO TRUE
           ELSE
               SET ABF-NUMMER-GUELTIG TO TRUE
               PERFORM WANDLE-EINE-STELLE
                   THRU WANDLE-EINE-STELLE-EXIT
                   VARYING ABF-I FROM 1 BY 1
                   UNTIL ABF-I > 5
           END-IF
           IF ABF-NUMMER-UNGUELTIG OR ABF-NUMMER = 0
               SET ABF-NUMMER-UNGUELTIG TO TRUE
               DISPLAY "TTTABFR: UNGUELTIGE SPIELERNUMMER"
           END-IF
           .
           EXIT.

       WANDLE-EINE-STELLE-VERARBEITUNG SECTION.
       WANDLE-EINE-STELLE.
           IF ABF-NUMMER-EINGABE (ABF-I : 1) IS NUMERIC
               MOVE ABF-NUMMER-EINGABE (ABF-I : 1) TO ABF-ZIFFER
               COMPUTE ABF-NUMMER = (ABF-NUMMER * 10) + ABF-ZIFFER
           ELSE
               IF ABF-NUMMER-EINGABE (ABF-I : 1) NOT = SPACE
                   SET ABF-NUMMER-UNGUELTIG TO TRUE
               END-IF
           END-IF
           .
       WANDLE-EINE-STELLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Umbenennungen und Vereinigungen aus dem Stammjournal laden;
      * kein Journal heisst: keine Uebersetzung.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
           OPEN INPUT JOURNAL-DATEI
           IF ABF-JOURNAL-STATUS = "00"
               MOVE "N" TO ABF-DATEI-ENDE
               PERFORM LADE-EINE-UMBENENNUNG
                   THRU LADE-EINE-UMBENENNUNG-EXIT
                   UNTIL ABF-SUCHE-FERTIG
               CLOSE JOURNAL-DATEI
               MOVE "N" TO ABF-DATEI-ENDE
           END-IF
           .
           EXIT.

       LADE-EINE-UMBENENNUNG-VERARBEITUNG SECTION.
       LADE-EINE-UMBENENNUNG.
           READ JOURNAL-DATEI
               AT END
                   SET ABF-SUCHE-FERTIG TO TRUE
           END-READ
           IF NOT ABF-SUCHE-FERTIG
              AND (SJO-IST-UMBENENNEN OR SJO-IST-VEREINIGEN)
               IF ABF-ANZAHL-ALIAS < ABF-MAX-ALIAS
                   ADD 1 TO ABF-ANZAHL-ALIAS
                   MOVE SJO-ALT-NAME
                     TO ABF-AL-ALT (ABF-ANZAHL-ALIAS)
                   MOVE SJO-NEU-NAME
                     TO ABF-AL-NEU (ABF-ANZAHL-ALIAS)
               ELSE
                   DISPLAY "TTTABFR: ALIASTABELLE VOLL, "
                       SJO-ALT-NAME " NICHT UEBERSETZT"
               END-IF
           END-IF
           .
       LADE-EINE-UMBENENNUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Uebersetzt ABF-SUCH-NAME ueber die Aliastabelle auf den
      * heutigen Namen; hoechstens fuenf Stufen, damit eine
      * fehlerhafte Kette nicht endlos laeuft.
      *----------------------------------------------------------------
       UEBERSETZE-NAME SECTION.
           PERFORM UEBERSETZE-EINE-STUFE
               THRU UEBERSETZE-EINE-STUFE-EXIT
               VARYING ABF-ALIAS-STUFE FROM 1 BY 1
               UNTIL ABF-ALIAS-STUFE > 5
           .
           EXIT.

       UEBERSETZE-EINE-STUFE-VERARBEITUNG SECTION.
       UEBERSETZE-EINE-STUFE.
           MOVE 0 TO ABF-ALIAS-FUND
           PERFORM SUCHE-ALIAS THRU SUCHE-ALIAS-EXIT
               VARYING ABF-ALIAS-I FROM 1 BY 1
               UNTIL ABF-ALIAS-I > ABF-ANZAHL-ALIAS
                  OR ABF-ALIAS-FUND NOT = 0
           IF ABF-ALIAS-FUND NOT = 0
               MOVE ABF-AL-NEU (ABF-ALIAS-FUND) TO ABF-SUCH-NAME
           END-IF
           .
       UEBERSETZE-EINE-STUFE-EXIT.
           EXIT.

       SUCHE-ALIAS-VERARBEITUNG SECTION.
       SUCHE-ALIAS.
           IF ABF-AL-ALT (ABF-ALIAS-I) = ABF-SUCH-NAME
               MOVE ABF-ALIAS-I TO ABF-ALIAS-FUND
           END-IF
           .
       SUCHE-ALIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Direktvergleich: Bilanz eines Spiels des Paares aus Sicht
      * des ersten Spielers fortschreiben. Die Spiele kommen in
      * zeitlicher Folge (erst das Archiv, dann die laufende
      * Saison), so dass die Serien stimmen.
      *----------------------------------------------------------------
       ZAEHLE-DIREKTSPIEL SECTION.
           EVALUATE ABF-AUSGANG
               WHEN "GEWONNEN"
                   ADD 1 TO ABF-DV-SIEGE
                   ADD 1 TO ABF-DV-SERIE-1
                   MOVE 0 TO ABF-DV-SERIE-2
                   IF ABF-DV-SERIE-1 > ABF-DV-BESTE-1
                       MOVE ABF-DV-SERIE-1 TO ABF-DV-BESTE-1
                   END-IF
               WHEN "VERLOREN"
                   ADD 1 TO ABF-DV-NIEDERLAGEN
                   ADD 1 TO ABF-DV-SERIE-2
                   MOVE 0 TO ABF-DV-SERIE-1
                   IF ABF-DV-SERIE-2 > ABF-DV-BESTE-2
                       MOVE ABF-DV-SERIE-2 TO ABF-DV-BESTE-2
                   END-IF
               WHEN OTHER
                   ADD 1 TO ABF-DV-UNENTSCHIEDEN
                   MOVE 0 TO ABF-DV-SERIE-1
                   MOVE 0 TO ABF-DV-SERIE-2
           END-EVALUATE
           .
           EXIT.

       ZEIGE-DIREKTBILANZ SECTION.
           MOVE ABF-DV-SIEGE TO ABF-BZ-SIEGE
           MOVE ABF-DV-UNENTSCHIEDEN TO ABF-BZ-UNENTSCHIEDEN
           MOVE ABF-DV-NIEDERLAGEN TO ABF-BZ-NIEDERLAGEN
           DISPLAY ABF-BILANZ-ZEILE
           MOVE ABF-SPIELER-NAME TO ABF-SZ-NAME-1
           MOVE ABF-DV-BESTE-1 TO ABF-SZ-BESTE-1
           MOVE ABF-GEGNER-NAME TO ABF-SZ-NAME-2
           MOVE ABF-DV-BESTE-2 TO ABF-SZ-BESTE-2
           DISPLAY ABF-SERIEN-ZEILE
           .
           EXIT.

       PRUEFE-DATUM SECTION.
           IF ABF-DATUM-EINGABE IS NOT NUMERIC
               SET ABF-DATUM-UNGUELTIG TO TRUE
           .
           EXIT.

      *----------------------------------------------------------------
      * Dieselbe Suche im Saisonarchiv. Fehlt das Archiv (noch kein
      * Saisonabschluss), wird nur die laufende Saison durchsucht.
      *----------------------------------------------------------------
       SUCHE-ARCHIV SECTION.
           OPEN INPUT ARCHIV-DATEI
           IF ABF-ARCHIV-STATUS = "00"
               MOVE "N" TO ABF-DATEI-ENDE
               MOVE ABF-VON-DATUM TO SCA-DATUM
               MOVE 0 TO SCA-UHRZEIT
               START ARCHIV-DATEI KEY NOT < SCA-SCHLUESSEL
               IF ABF-ARCHIV-STATUS NOT = "00"
                   SET ABF-SUCHE-FERTIG TO TRUE
               END-IF
               PERFORM LIES-ARCHIV-SATZ
               PERFORM ZEIGE-PASSENDES-SPIEL
                   UNTIL ABF-SUCHE-FERTIG
               CLOSE ARCHIV-DATEI
           END-IF
           .
           EXIT.

       LIES-ARCHIV-SATZ SECTION.
           IF NOT ABF-SUCHE-FERTIG
               READ ARCHIV-DATEI NEXT RECORD
                   AT END
                       SET ABF-SUCHE-FERTIG TO TRUE
               END-READ
               IF NOT ABF-SUCHE-FERTIG
                   IF ABF-ARCHIV-STATUS NOT = "00"
                      OR SCA-DATUM > ABF-BIS-DATUM
                       SET ABF-SUCHE-FERTIG TO TRUE
                   ELSE
                       MOVE SCA-DATUM TO ABF-SP-DATUM
                       MOVE SCA-UHRZEIT TO ABF-SP-UHRZEIT
                       MOVE SCA-SPIELER-X TO ABF-SP-SPIELER-X
                       MOVE SCA-SPIELER-O TO ABF-SP-SPIELER-O
                       MOVE SCA-GEWINNER TO ABF-SP-GEWINNER
                       MOVE SCA-ZUEGE TO ABF-SP-ZUEGE
                       MOVE SCA-SAISON TO ABF-SP-SAISON
                       MOVE SCA-ENTSCHEIDUNG TO ABF-SP-ENTSCHEIDUNG
                   END-IF
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Positioniert mit START auf das Von-Datum und liest vorwaerts,
      * bis das Bis-Datum ueberschritten oder die Datei zu Ende ist.
               DISPLAY "TTTABFR: TTTSCORE NICHT LESBAR, STATUS "
                   ABF-SCORE-STATUS
           ELSE
               MOVE "N" TO ABF-DATEI-ENDE
               MOVE ABF-VON-DATUM TO SCORE-DATUM
               MOVE 0 TO SCORE-UHRZEIT
               START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
                   IF ABF-SCORE-STATUS NOT = "00"
                      OR SCORE-DATUM > ABF-BIS-DATUM
                       SET ABF-SUCHE-FERTIG TO TRUE
                   ELSE
                       MOVE SCORE-DATUM TO ABF-SP-DATUM
                       MOVE SCORE-UHRZEIT TO ABF-SP-UHRZEIT
                       MOVE SCORE-SPIELER-X TO ABF-SP-SPIELER-X
                       MOVE SCORE-SPIELER-O TO ABF-SP-SPIELER-O
                       MOVE SCORE-GEWINNER TO ABF-SP-GEWINNER
                       MOVE SCORE-ZUEGE TO ABF-SP-ZUEGE
                       MOVE SPACES TO ABF-SP-SAISON
                       MOVE SCORE-ENTSCHEIDUNG TO ABF-SP-ENTSCHEIDUNG
                   END-IF
               END-IF
           END-IF
           EXIT.

       ZEIGE-PASSENDES-SPIEL SECTION.
           IF ABF-IST-DIREKTVERGLEICH
               MOVE ABF-SP-SPIELER-X TO ABF-SUCH-NAME
               PERFORM UEBERSETZE-NAME
               MOVE ABF-SUCH-NAME TO ABF-SP-SPIELER-X
               MOVE ABF-SP-SPIELER-O TO ABF-SUCH-NAME
               PERFORM UEBERSETZE-NAME
               MOVE ABF-SUCH-NAME TO ABF-SP-SPIELER-O
           END-IF
           MOVE SPACES TO ABF-SEITE
           IF ABF-SP-SPIELER-X = ABF-SPIELER-NAME
               MOVE "X" TO ABF-SEITE
               MOVE ABF-SP-SPIELER-O TO ABF-GEGNER
           ELSE
               IF ABF-SP-SPIELER-O = ABF-SPIELER-NAME
                   MOVE "O" TO ABF-SEITE
                   MOVE ABF-SP-SPIELER-X TO ABF-GEGNER
               END-IF
           END-IF
           IF ABF-IST-DIREKTVERGLEICH
              AND ABF-GEGNER NOT = ABF-GEGNER-NAME
               MOVE SPACES TO ABF-SEITE
           END-IF
           IF ABF-SEITE NOT = SPACES
               ADD 1 TO ABF-GEFUNDEN
               IF ABF-SP-GEWINNER = "UNENTSCH"
                   MOVE "UNENTSCH" TO ABF-AUSGANG
               ELSE
                   IF ABF-SP-GEWINNER = ABF-SEITE
                       MOVE "GEWONNEN" TO ABF-AUSGANG
                   ELSE
                       MOVE "VERLOREN" TO ABF-AUSGANG
                   END-IF
               END-IF
               MOVE ABF-SP-DATUM TO ABF-AZ-DATUM
               MOVE ABF-SP-UHRZEIT (1:6) TO ABF-AZ-UHRZEIT
               MOVE ABF-SEITE TO ABF-AZ-SEITE
               MOVE ABF-GEGNER TO ABF-AZ-GEGNER
               MOVE ABF-AUSGANG TO ABF-AZ-AUSGANG
               MOVE ABF-SP-ZUEGE TO ABF-AZ-ZUEGE
               MOVE ABF-SP-SAISON TO ABF-AZ-SAISON
               IF ABF-SP-ENTSCHEIDUNG = "Z"
                   MOVE " (ZEIT)" TO ABF-AZ-ENTSCHEIDUNG
               ELSE
                   MOVE SPACES TO ABF-AZ-ENTSCHEIDUNG
               END-IF
               IF ABF-IST-DIREKTVERGLEICH
                   PERFORM ZAEHLE-DIREKTSPIEL
               END-IF
               DISPLAY ABF-ANZEIGE-ZEILE
               ADD 1 TO ABF-SEITEN-ZEILEN
               IF ABF-SEITEN-ZEILEN NOT < ABF-ZEILEN-JE-SEITE
                   ACCEPT ABF-WEITER-EINGABE
                   IF ABF-WEITER-EINGABE = "E"
                       SET ABF-SUCHE-FERTIG TO TRUE
                       SET ABF-ABBRUCH-GEWUENSCHT TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ABF-SP-SAISON = SPACES
               PERFORM LIES-SCORE-SATZ
           ELSE
               PERFORM LIES-ARCHIV-SATZ
           END-IF
           .
           EXIT.

