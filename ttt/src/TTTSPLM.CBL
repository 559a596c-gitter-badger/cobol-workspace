       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSPLM.
      * Pflege der Spielerstammdatei TTTSPLR: Spieler anlegen,
      * umbenennen, deaktivieren, vereinigen und auflisten. Die
      * Spielernummer vergibt der Bediener; eine deaktivierte Nummer
      * bleibt als Satz erhalten, damit alte Ergebnisse zuordenbar
      * bleiben.
      * Vereinigen fuehrt zwei Nummern derselben Person zusammen:
      * die bleibende Nummer uebernimmt die Geschichte der
      * aufgegebenen. Der Name der aufgegebenen Nummer und ihre
      * frueheren Namen aus dem Journal werden in TTTSCORE, TTTTURN,
      * TTTMATCH und TTTSUSP durch den Namen der bleibenden Nummer
      * ersetzt, die beiden Ratingsaetze in TTTRATNG nach
      * Spielezahl gewichtet zu einem Satz der bleibenden Nummer
      * verschmolzen, ihr Eintrag in der Ratingbasis TTTRTBAS mit
      * denselben Gewichten in den der bleibenden Nummer
      * eingerechnet und entfernt, und die aufgegebene Nummer wird
      * deaktiviert.
      * Jede Pflegeaktion wird mit Zeitstempel und dem Satzbild vor
      * und nach der Aenderung an das Aenderungsjournal TTTSPLJ
      * angehaengt; den Tagesbericht daraus druckt TTTSPLB, und die
      * Auswertungen erkennen Umbenennungen am Journal.
      * Laesst sich beim Vereinigen eine Datei nicht oeffnen, ein
      * Bewegungs-, Rating- oder Basissatz nicht schreiben oder die
      * aufgegebene Nummer nicht deaktivieren, wird das ueber
      * FEHLPROT gemeldet, die Vereinigung als unvollstaendig
      * angezeigt und nicht ins Journal geschrieben, und das
      * Programm endet mit Ruecklieferungscode 8. Nach Behebung der
      * Ursache wird das Vereinigen wiederholt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SPM-JOURNAL-STATUS.

           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS SPM-SCORE-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS SPM-TURNIER-STATUS.

           SELECT MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS SPM-MATCH-STATUS.

           SELECT AUSSETZ-DATEI ASSIGN TO "TTTSUSP"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SUS-KENNUNG
               FILE STATUS IS SPM-AUSSETZ-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS SPM-RATING-STATUS.

           SELECT BASIS-DATEI ASSIGN TO "TTTRTBAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SPM-BASIS-STATUS.

           SELECT BASNEU-DATEI ASSIGN TO "TTTRBNEU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SPM-BASNEU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPIELER-DATEI.
       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  MATCH-DATEI.
           COPY MATSATZ.

       FD  AUSSETZ-DATEI.
           COPY SUSSATZ.

       FD  RATING-DATEI.
           COPY RATSATZ.

       FD  BASIS-DATEI.
           COPY RTBSATZ.

       FD  BASNEU-DATEI.
       01  BASNEU-SATZ PIC X(41).

       WORKING-STORAGE SECTION.
       01  SPM-SPIELER-STATUS PIC XX.
       01  SPM-JOURNAL-STATUS PIC XX.
       01  SPM-SCORE-STATUS PIC XX.
       01  SPM-TURNIER-STATUS PIC XX.
       01  SPM-MATCH-STATUS PIC XX.
       01  SPM-AUSSETZ-STATUS PIC XX.
       01  SPM-RATING-STATUS PIC XX.
       01  SPM-BASIS-STATUS PIC XX.
       01  SPM-BASNEU-STATUS PIC XX.

           COPY FEHLAUFR.

       01  SPM-SCHALTER.
           05 SPM-PROGRAMM-ENDE PIC X(01) VALUE "N".
           05 SPM-NUMMER-STATUS PIC X(01).
             88 SPM-NUMMER-GUELTIG VALUE "J".
             88 SPM-NUMMER-UNGUELTIG VALUE "N".
           05 SPM-UEBERTRAG-ENDE PIC X(01).
             88 SPM-UEBERTRAG-FERTIG VALUE "J".
           05 SPM-SATZ-AENDERUNG PIC X(01).
             88 SPM-SATZ-GEAENDERT VALUE "J".
           05 SPM-RATING-ALT PIC X(01).
             88 SPM-RATING-ALT-VORHANDEN VALUE "J".
           05 SPM-BASIS-ALT PIC X(01).
             88 SPM-BASIS-ALT-VORHANDEN VALUE "J".
           05 SPM-BASIS-BLEIBT PIC X(01).
             88 SPM-BASIS-BLEIBT-VORHANDEN VALUE "J".
           05 SPM-BASIS-FEHLER PIC X(01).
             88 SPM-BASIS-HAT-FEHLER VALUE "J".
           05 SPM-LAUF-FEHLER PIC X(01) VALUE "N".
             88 SPM-LAUF-HAT-FEHLER VALUE "J".

       01  SPM-AUSWAHL PIC X(01).
       01  SPM-NUMMER-EINGABE PIC X(05).
       01  SPM-ALT-BILD PIC X(34).
       01  SPM-NEU-BILD PIC X(34).

      * Vereinigen: bleibende und aufgegebene Nummer, die Namen der
      * aufgegebenen Nummer (heutiger und fruehere laut Journal) und
      * die Zaehler der umgeschriebenen Saetze je Datei.
       01  SPM-BLEIBT-NUMMER PIC 9(05).
       01  SPM-BLEIBT-NAME PIC X(20).
       01  SPM-GEHT-NUMMER PIC 9(05).
       01  SPM-GEHT-NAME PIC X(20).
       01  SPM-BESTAETIGUNG PIC X(01).
       01  SPM-MAX-NAMEN PIC 9(02) VALUE 20.
       01  SPM-ANZAHL-NAMEN PIC 9(02) VALUE 0.
       01  SPM-NAMENS-TABELLE.
           05 SPM-GEHT-ALIAS PIC X(20) OCCURS 20.
       01  SPM-N-I PIC 9(02).
       01  SPM-NAME-FUND PIC 9(02).
       01  SPM-PRUEF-NAME PIC X(20).
       01  SPM-ANZ-SCORE PIC 9(05).
       01  SPM-ANZ-TURNIER PIC 9(05).
       01  SPM-ANZ-MATCH PIC 9(05).
       01  SPM-ANZ-AUSSETZ PIC 9(05).
       01  SPM-ANZ-FEHLER PIC 9(05).

      * Ratingsatz der aufgegebenen Nummer fuer die Verschmelzung.
       01  SPM-RG-WERT PIC 9(04).
       01  SPM-RG-VORLAUF PIC 9(04).
       01  SPM-RG-SPIELE PIC 9(05).
       01  SPM-RG-UEBUNG-WERT PIC 9(04).
       01  SPM-RG-UEBUNG-SPIELE PIC 9(05).
       01  SPM-RG-LETZTER-LAUF PIC 9(08).
       01  SPM-RG-SUMME PIC 9(06).

      * Gewichte fuer die Ratingbasis: die Spielezahlen beider
      * Nummern in TTTRATNG vor der Verschmelzung.
       01  SPM-GW-BLEIBT-SPIELE PIC 9(05).
       01  SPM-GW-BLEIBT-UEBUNG PIC 9(05).
       01  SPM-GW-GEHT-SPIELE PIC 9(05).
       01  SPM-GW-GEHT-UEBUNG PIC 9(05).

      * Basiswerte beider Nummern aus TTTRTBAS.
       01  SPM-BS-BLEIBT-WERT PIC 9(04).
       01  SPM-BS-BLEIBT-UEBUNG-WERT PIC 9(04).
       01  SPM-BS-GEHT-WERT PIC 9(04).
       01  SPM-BS-GEHT-UEBUNG-WERT PIC 9(04).

       PROCEDURE DIVISION.

           PERFORM OEFFNE-SPIELER-DATEI
                   UNTIL SPM-ENDE-GEWUENSCHT
               CLOSE SPIELER-DATEI
           END-IF
           IF SPM-LAUF-HAT-FEHLER
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
          .

       VERARBEITE-AUSWAHL SECTION.
           DISPLAY "Aktion: A=Anlegen P=Umbenennen D=Deaktivieren"
               " V=Vereinigen L=Liste E=Ende: " WITH NO ADVANCING
           ACCEPT SPM-AUSWAHL
           EVALUATE SPM-AUSWAHL
               WHEN "A"
                   PERFORM BENENNE-SPIELER-UM
               WHEN "D"
                   PERFORM DEAKTIVIERE-SPIELER
               WHEN "V"
                   PERFORM VEREINIGE-SPIELER
               WHEN "L"
                   PERFORM LISTE-SPIELER
               WHEN "E"
           .
           EXIT.

      *----------------------------------------------------------------
      * Vereinigen zweier Nummern derselben Person. Die bleibende
      * Nummer muss aktiv sein, die aufgegebene darf schon
      * deaktiviert sein. Erst nach Bestaetigung werden die
      * Bewegungsdateien umgeschrieben, die Ratingsaetze
      * und die Ratingbasis verschmolzen und die aufgegebene Nummer
      * deaktiviert. Ist
      * dabei nichts misslungen, wird die Journalzeile VEREINIGEN
      * geschrieben (Vorher-Bild: die aufgegebene Nummer,
      * Nachher-Bild: die bleibende Nummer).
      *----------------------------------------------------------------
       VEREINIGE-SPIELER SECTION.
           DISPLAY "Bleibende Nummer - " WITH NO ADVANCING
           PERFORM HOLE-NUMMER
           IF SPM-NUMMER-UNGUELTIG
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF
           MOVE SPM-NUMMER TO SPL-NUMMER
           READ SPIELER-DATEI
           IF SPM-SPIELER-STATUS NOT = "00"
               DISPLAY "TTTSPLM: SPIELER NICHT GEFUNDEN"
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF
           IF NOT SPL-IST-AKTIV
               DISPLAY "TTTSPLM: BLEIBENDE NUMMER IST DEAKTIVIERT"
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF
           MOVE SPIELER-SATZ TO SPM-NEU-BILD
           MOVE SPL-NUMMER TO SPM-BLEIBT-NUMMER
           MOVE SPL-NAME TO SPM-BLEIBT-NAME

           DISPLAY "Aufgegebene Nummer - " WITH NO ADVANCING
           PERFORM HOLE-NUMMER
           IF SPM-NUMMER-UNGUELTIG
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF
           IF SPM-NUMMER = SPM-BLEIBT-NUMMER
               DISPLAY "TTTSPLM: NUMMERN MUESSEN VERSCHIEDEN SEIN"
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF
           MOVE SPM-NUMMER TO SPL-NUMMER
           READ SPIELER-DATEI
           IF SPM-SPIELER-STATUS NOT = "00"
               DISPLAY "TTTSPLM: SPIELER NICHT GEFUNDEN"
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF
           MOVE SPIELER-SATZ TO SPM-ALT-BILD
           MOVE SPL-NUMMER TO SPM-GEHT-NUMMER
           MOVE SPL-NAME TO SPM-GEHT-NAME

           DISPLAY "  " SPM-GEHT-NUMMER " " SPM-GEHT-NAME
               " GEHT AUF IN " SPM-BLEIBT-NUMMER " "
               SPM-BLEIBT-NAME
           DISPLAY "Vereinigen ausfuehren? (J/N): " WITH NO ADVANCING
           ACCEPT SPM-BESTAETIGUNG
           IF SPM-BESTAETIGUNG NOT = "J"
               DISPLAY "TTTSPLM: VEREINIGEN VERWORFEN"
               GO TO VEREINIGE-SPIELER-ENDE
           END-IF

           MOVE 0 TO SPM-ANZ-FEHLER
           PERFORM SAMMLE-ALTE-NAMEN
           PERFORM UEBERTRAGE-ERGEBNISSE
           PERFORM UEBERTRAGE-TURNIERE
           PERFORM UEBERTRAGE-MATCHES
           PERFORM UEBERTRAGE-AUSSETZUNGEN
           PERFORM VERSCHMELZE-RATING
           PERFORM VERSCHMELZE-RATINGBASIS

           MOVE SPM-ALT-BILD TO SPIELER-SATZ
           SET SPL-IST-INAKTIV TO TRUE
           REWRITE SPIELER-SATZ
           IF SPM-SPIELER-STATUS NOT = "00"
               MOVE "TTTSPLR" TO FA-DATEI
               MOVE "REWRITE" TO FA-OPERATION
               MOVE SPM-SPIELER-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
           END-IF
      * Die Journalzeile VEREINIGEN lenkt in den Auswertungen den
      * aufgegebenen Namen auf den bleibenden um; sie wird nur nach
      * einer vollstaendigen Vereinigung geschrieben.
           IF SPM-ANZ-FEHLER = 0
               MOVE "VEREINIGEN" TO SPM-AKTION
               PERFORM SCHREIBE-JOURNAL-SATZ
               DISPLAY "TTTSPLM: SPIELER " SPM-GEHT-NUMMER
                   " IN " SPM-BLEIBT-NUMMER " UEBERNOMMEN"
           END-IF
           DISPLAY "  UMGESCHRIEBEN: " SPM-ANZ-SCORE " ERGEBNISSE, "
               SPM-ANZ-TURNIER " PAARUNGEN, " SPM-ANZ-MATCH
               " SERIEN, " SPM-ANZ-AUSSETZ " AUSGESETZTE SPIELE"
           IF SPM-ANZ-FEHLER > 0
               DISPLAY "TTTSPLM: " SPM-ANZ-FEHLER " FEHLER BEIM"
                   " UMSCHREIBEN, VEREINIGEN UNVOLLSTAENDIG"
               DISPLAY "TTTSPLM: NACH BEHEBUNG VEREINIGEN"
                   " WIEDERHOLEN"
               SET SPM-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       VEREINIGE-SPIELER-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Namen der aufgegebenen Nummer sammeln: der heutige Name und
      * alle frueheren aus den UMBENENNEN-Zeilen des Journals, dazu
      * die Namen von Nummern, die frueher schon in die aufgegebene
      * Nummer vereinigt wurden. Der Name der bleibenden Nummer
      * selbst wird nie ersetzt.
      *----------------------------------------------------------------
       SAMMLE-ALTE-NAMEN SECTION.
           MOVE 0 TO SPM-ANZAHL-NAMEN
           MOVE SPM-GEHT-NAME TO SPM-PRUEF-NAME
           PERFORM MERKE-ALTEN-NAMEN
           OPEN INPUT JOURNAL-DATEI
           IF SPM-JOURNAL-STATUS = "00"
               MOVE "N" TO SPM-UEBERTRAG-ENDE
               PERFORM LIES-NAMENS-JOURNAL
                   THRU LIES-NAMENS-JOURNAL-EXIT
                   UNTIL SPM-UEBERTRAG-FERTIG
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

       LIES-NAMENS-JOURNAL-VERARBEITUNG SECTION.
       LIES-NAMENS-JOURNAL.
           READ JOURNAL-DATEI
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-READ
           IF NOT SPM-UEBERTRAG-FERTIG
               IF (SJO-IST-UMBENENNEN
                   AND SJO-ALT-NUMMER = SPM-GEHT-NUMMER)
                  OR (SJO-IST-VEREINIGEN
                   AND SJO-NEU-NUMMER = SPM-GEHT-NUMMER)
                   MOVE SJO-ALT-NAME TO SPM-PRUEF-NAME
                   PERFORM MERKE-ALTEN-NAMEN
               END-IF
           END-IF
           .
       LIES-NAMENS-JOURNAL-EXIT.
           EXIT.

       MERKE-ALTEN-NAMEN SECTION.
           IF SPM-PRUEF-NAME NOT = SPM-BLEIBT-NAME
              AND SPM-PRUEF-NAME NOT = SPACES
               PERFORM SUCHE-ALTEN-NAMEN
               IF SPM-NAME-FUND = 0
                   IF SPM-ANZAHL-NAMEN < SPM-MAX-NAMEN
                       ADD 1 TO SPM-ANZAHL-NAMEN
                       MOVE SPM-PRUEF-NAME
                         TO SPM-GEHT-ALIAS (SPM-ANZAHL-NAMEN)
                   ELSE
                       DISPLAY "TTTSPLM: NAMENSTABELLE VOLL, "
                           SPM-PRUEF-NAME " NICHT UMGESCHRIEBEN"
                   END-IF
               END-IF
           END-IF
           .
           EXIT.

       SUCHE-ALTEN-NAMEN SECTION.
           MOVE 0 TO SPM-NAME-FUND
           PERFORM VERGLEICHE-ALTEN-NAMEN
               THRU VERGLEICHE-ALTEN-NAMEN-EXIT
               VARYING SPM-N-I FROM 1 BY 1
               UNTIL SPM-N-I > SPM-ANZAHL-NAMEN
                  OR SPM-NAME-FUND NOT = 0
           .
           EXIT.

       VERGLEICHE-ALTEN-NAMEN-VERARBEITUNG SECTION.
       VERGLEICHE-ALTEN-NAMEN.
           IF SPM-GEHT-ALIAS (SPM-N-I) = SPM-PRUEF-NAME
               MOVE SPM-N-I TO SPM-NAME-FUND
           END-IF
           .
       VERGLEICHE-ALTEN-NAMEN-EXIT.
           EXIT.

      * Ersetzt SPM-PRUEF-NAME durch den Namen der bleibenden
      * Nummer, wenn er zur aufgegebenen Nummer gehoert, und merkt
      * dann vor, dass der Satz zurueckzuschreiben ist.
       ERSETZE-NAME SECTION.
           IF SPM-PRUEF-NAME NOT = SPACES
               PERFORM SUCHE-ALTEN-NAMEN
               IF SPM-NAME-FUND NOT = 0
                   MOVE SPM-BLEIBT-NAME TO SPM-PRUEF-NAME
                   SET SPM-SATZ-GEAENDERT TO TRUE
               END-IF
           END-IF
           .
           EXIT.

       UEBERTRAGE-ERGEBNISSE SECTION.
           MOVE 0 TO SPM-ANZ-SCORE
           OPEN I-O SCORE-DATEI
           IF SPM-SCORE-STATUS NOT = "00"
               IF SPM-SCORE-STATUS NOT = "35"
                   MOVE "TTTSCORE" TO FA-DATEI
                   MOVE "OPEN I-O" TO FA-OPERATION
                   MOVE SPM-SCORE-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-UMSCHREIB-FEHLER
               END-IF
           ELSE
               MOVE "N" TO SPM-UEBERTRAG-ENDE
               MOVE LOW-VALUES TO SCORE-SCHLUESSEL
               START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
               IF SPM-SCORE-STATUS NOT = "00"
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
               END-IF
               PERFORM UEBERTRAGE-EIN-ERGEBNIS
                   THRU UEBERTRAGE-EIN-ERGEBNIS-EXIT
                   UNTIL SPM-UEBERTRAG-FERTIG
               CLOSE SCORE-DATEI
           END-IF
           .
           EXIT.

       UEBERTRAGE-EIN-ERGEBNIS-VERARBEITUNG SECTION.
       UEBERTRAGE-EIN-ERGEBNIS.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-READ
           IF NOT SPM-UEBERTRAG-FERTIG
              AND SPM-SCORE-STATUS NOT = "00"
               SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-IF
           IF NOT SPM-UEBERTRAG-FERTIG
               MOVE "N" TO SPM-SATZ-AENDERUNG
               MOVE SCORE-SPIELER-X TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO SCORE-SPIELER-X
               MOVE SCORE-SPIELER-O TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO SCORE-SPIELER-O
               IF SPM-SATZ-GEAENDERT
                   REWRITE SCORE-SATZ
                   IF SPM-SCORE-STATUS = "00"
                       ADD 1 TO SPM-ANZ-SCORE
                   ELSE
                       MOVE "TTTSCORE" TO FA-DATEI
                       MOVE "REWRITE" TO FA-OPERATION
                       MOVE SPM-SCORE-STATUS TO FA-DATEI-STATUS
                       PERFORM MELDE-UMSCHREIB-FEHLER
                   END-IF
               END-IF
           END-IF
           .
       UEBERTRAGE-EIN-ERGEBNIS-EXIT.
           EXIT.

      * Ein nicht zurueckgeschriebener Bewegungssatz fuehrt den
      * Spieler weiter unter dem aufgegebenen Namen. Datei, Operation
      * und Status setzt der Aufrufer in FEHLER-AUFRUF.
       MELDE-UMSCHREIB-FEHLER SECTION.
           MOVE "TTTSPLM" TO FA-PROGRAMM
           SET FA-IST-WARNUNG TO TRUE
           CALL "FEHLPROT" USING FEHLER-AUFRUF
           ADD 1 TO SPM-ANZ-FEHLER
           .
           EXIT.

       UEBERTRAGE-TURNIERE SECTION.
           MOVE 0 TO SPM-ANZ-TURNIER
           OPEN I-O TURNIER-DATEI
           IF SPM-TURNIER-STATUS NOT = "00"
              AND SPM-TURNIER-STATUS NOT = "35"
               MOVE "TTTTURN" TO FA-DATEI
               MOVE "OPEN I-O" TO FA-OPERATION
               MOVE SPM-TURNIER-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
           END-IF
           IF SPM-TURNIER-STATUS = "00"
               MOVE "N" TO SPM-UEBERTRAG-ENDE
               MOVE LOW-VALUES TO TRN-SCHLUESSEL
               START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
               IF SPM-TURNIER-STATUS NOT = "00"
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
               END-IF
               PERFORM UEBERTRAGE-EINE-PAARUNG
                   THRU UEBERTRAGE-EINE-PAARUNG-EXIT
                   UNTIL SPM-UEBERTRAG-FERTIG
               CLOSE TURNIER-DATEI
           END-IF
           .
           EXIT.

       UEBERTRAGE-EINE-PAARUNG-VERARBEITUNG SECTION.
       UEBERTRAGE-EINE-PAARUNG.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-READ
           IF NOT SPM-UEBERTRAG-FERTIG
              AND SPM-TURNIER-STATUS NOT = "00"
               SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-IF
           IF NOT SPM-UEBERTRAG-FERTIG
               MOVE "N" TO SPM-SATZ-AENDERUNG
               MOVE TRN-SPIELER-X TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO TRN-SPIELER-X
               MOVE TRN-SPIELER-O TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO TRN-SPIELER-O
               IF SPM-SATZ-GEAENDERT
                   REWRITE TURNIER-SATZ
                   IF SPM-TURNIER-STATUS = "00"
                       ADD 1 TO SPM-ANZ-TURNIER
                   ELSE
                       MOVE "TTTTURN" TO FA-DATEI
                       MOVE "REWRITE" TO FA-OPERATION
                       MOVE SPM-TURNIER-STATUS TO FA-DATEI-STATUS
                       PERFORM MELDE-UMSCHREIB-FEHLER
                   END-IF
               END-IF
           END-IF
           .
       UEBERTRAGE-EINE-PAARUNG-EXIT.
           EXIT.

       UEBERTRAGE-MATCHES SECTION.
           MOVE 0 TO SPM-ANZ-MATCH
           OPEN I-O MATCH-DATEI
           IF SPM-MATCH-STATUS NOT = "00"
              AND SPM-MATCH-STATUS NOT = "35"
               MOVE "TTTMATCH" TO FA-DATEI
               MOVE "OPEN I-O" TO FA-OPERATION
               MOVE SPM-MATCH-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
           END-IF
           IF SPM-MATCH-STATUS = "00"
               MOVE "N" TO SPM-UEBERTRAG-ENDE
               MOVE LOW-VALUES TO MAT-KENNUNG
               START MATCH-DATEI KEY NOT < MAT-KENNUNG
               IF SPM-MATCH-STATUS NOT = "00"
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
               END-IF
               PERFORM UEBERTRAGE-EIN-MATCH
                   THRU UEBERTRAGE-EIN-MATCH-EXIT
                   UNTIL SPM-UEBERTRAG-FERTIG
               CLOSE MATCH-DATEI
           END-IF
           .
           EXIT.

       UEBERTRAGE-EIN-MATCH-VERARBEITUNG SECTION.
       UEBERTRAGE-EIN-MATCH.
           READ MATCH-DATEI NEXT RECORD
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-READ
           IF NOT SPM-UEBERTRAG-FERTIG
              AND SPM-MATCH-STATUS NOT = "00"
               SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-IF
           IF NOT SPM-UEBERTRAG-FERTIG
               MOVE "N" TO SPM-SATZ-AENDERUNG
               MOVE MAT-SPIELER-A TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO MAT-SPIELER-A
               MOVE MAT-SPIELER-B TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO MAT-SPIELER-B
               MOVE MAT-SIEGER TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO MAT-SIEGER
               IF SPM-SATZ-GEAENDERT
                   REWRITE MATCH-SATZ
                   IF SPM-MATCH-STATUS = "00"
                       ADD 1 TO SPM-ANZ-MATCH
                   ELSE
                       MOVE "TTTMATCH" TO FA-DATEI
                       MOVE "REWRITE" TO FA-OPERATION
                       MOVE SPM-MATCH-STATUS TO FA-DATEI-STATUS
                       PERFORM MELDE-UMSCHREIB-FEHLER
                   END-IF
               END-IF
           END-IF
           .
       UEBERTRAGE-EIN-MATCH-EXIT.
           EXIT.

       UEBERTRAGE-AUSSETZUNGEN SECTION.
           MOVE 0 TO SPM-ANZ-AUSSETZ
           OPEN I-O AUSSETZ-DATEI
           IF SPM-AUSSETZ-STATUS NOT = "00"
              AND SPM-AUSSETZ-STATUS NOT = "35"
               MOVE "TTTSUSP" TO FA-DATEI
               MOVE "OPEN I-O" TO FA-OPERATION
               MOVE SPM-AUSSETZ-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
           END-IF
           IF SPM-AUSSETZ-STATUS = "00"
               MOVE "N" TO SPM-UEBERTRAG-ENDE
               MOVE LOW-VALUES TO SUS-KENNUNG
               START AUSSETZ-DATEI KEY NOT < SUS-KENNUNG
               IF SPM-AUSSETZ-STATUS NOT = "00"
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
               END-IF
               PERFORM UEBERTRAGE-EINE-AUSSETZUNG
                   THRU UEBERTRAGE-EINE-AUSSETZUNG-EXIT
                   UNTIL SPM-UEBERTRAG-FERTIG
               CLOSE AUSSETZ-DATEI
           END-IF
           .
           EXIT.

       UEBERTRAGE-EINE-AUSSETZUNG-VERARBEITUNG SECTION.
       UEBERTRAGE-EINE-AUSSETZUNG.
           READ AUSSETZ-DATEI NEXT RECORD
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-READ
           IF NOT SPM-UEBERTRAG-FERTIG
              AND SPM-AUSSETZ-STATUS NOT = "00"
               SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-IF
           IF NOT SPM-UEBERTRAG-FERTIG
               MOVE "N" TO SPM-SATZ-AENDERUNG
               MOVE SUS-SPIELER-X TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO SUS-SPIELER-X
               MOVE SUS-SPIELER-O TO SPM-PRUEF-NAME
               PERFORM ERSETZE-NAME
               MOVE SPM-PRUEF-NAME TO SUS-SPIELER-O
               IF SPM-SATZ-GEAENDERT
                   REWRITE AUSSETZ-SATZ
                   IF SPM-AUSSETZ-STATUS = "00"
                       ADD 1 TO SPM-ANZ-AUSSETZ
                   ELSE
                       MOVE "TTTSUSP" TO FA-DATEI
                       MOVE "REWRITE" TO FA-OPERATION
                       MOVE SPM-AUSSETZ-STATUS TO FA-DATEI-STATUS
                       PERFORM MELDE-UMSCHREIB-FEHLER
                   END-IF
               END-IF
           END-IF
           .
       UEBERTRAGE-EINE-AUSSETZUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ratingsaetze verschmelzen: Rating, Vorlaufstand und
      * Uebungsrating der bleibenden Nummer werden nach Spielezahl
      * gewichtet mit denen der aufgegebenen gemittelt, die
      * Spielezahlen addiert; der Satz der aufgegebenen Nummer wird
      * erst geloescht, wenn der Satz der bleibenden Nummer
      * geschrieben ist. Hat nur die aufgegebene Nummer einen Satz,
      * geht er unveraendert auf die bleibende Nummer ueber. Keine
      * Ratingdatei heisst: noch nichts zu verschmelzen.
      *----------------------------------------------------------------
       VERSCHMELZE-RATING SECTION.
           MOVE 0 TO SPM-GW-BLEIBT-SPIELE
           MOVE 0 TO SPM-GW-BLEIBT-UEBUNG
           MOVE 0 TO SPM-GW-GEHT-SPIELE
           MOVE 0 TO SPM-GW-GEHT-UEBUNG
           OPEN I-O RATING-DATEI
           IF SPM-RATING-STATUS NOT = "00"
               IF SPM-RATING-STATUS NOT = "35"
                   MOVE "TTTRATNG" TO FA-DATEI
                   MOVE "OPEN I-O" TO FA-OPERATION
                   MOVE SPM-RATING-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-UMSCHREIB-FEHLER
               END-IF
               GO TO VERSCHMELZE-RATING-ENDE
           END-IF
           MOVE "N" TO SPM-RATING-ALT
           MOVE SPM-GEHT-NUMMER TO RAT-NUMMER
           READ RATING-DATEI
           IF SPM-RATING-STATUS = "00"
               SET SPM-RATING-ALT-VORHANDEN TO TRUE
               MOVE RAT-WERT TO SPM-RG-WERT
               MOVE RAT-WERT-VORLAUF TO SPM-RG-VORLAUF
               MOVE RAT-SPIELE TO SPM-RG-SPIELE
               MOVE RAT-UEBUNG-WERT TO SPM-RG-UEBUNG-WERT
               MOVE RAT-UEBUNG-SPIELE TO SPM-RG-UEBUNG-SPIELE
               MOVE RAT-LETZTER-LAUF TO SPM-RG-LETZTER-LAUF
               MOVE RAT-SPIELE TO SPM-GW-GEHT-SPIELE
               MOVE RAT-UEBUNG-SPIELE TO SPM-GW-GEHT-UEBUNG
           END-IF
           IF NOT SPM-RATING-ALT-VORHANDEN
               CLOSE RATING-DATEI
               GO TO VERSCHMELZE-RATING-ENDE
           END-IF
           MOVE SPM-BLEIBT-NUMMER TO RAT-NUMMER
           READ RATING-DATEI
           IF SPM-RATING-STATUS NOT = "00"
               MOVE SPM-BLEIBT-NUMMER TO RAT-NUMMER
               MOVE SPM-BLEIBT-NAME TO RAT-NAME
               MOVE SPM-RG-WERT TO RAT-WERT
               MOVE SPM-RG-VORLAUF TO RAT-WERT-VORLAUF
               MOVE SPM-RG-SPIELE TO RAT-SPIELE
               MOVE SPM-RG-UEBUNG-WERT TO RAT-UEBUNG-WERT
               MOVE SPM-RG-UEBUNG-SPIELE TO RAT-UEBUNG-SPIELE
               MOVE SPM-RG-LETZTER-LAUF TO RAT-LETZTER-LAUF
               WRITE RATING-SATZ
               MOVE "WRITE" TO FA-OPERATION
           ELSE
               MOVE RAT-SPIELE TO SPM-GW-BLEIBT-SPIELE
               MOVE RAT-UEBUNG-SPIELE TO SPM-GW-BLEIBT-UEBUNG
               COMPUTE SPM-RG-SUMME = RAT-SPIELE + SPM-RG-SPIELE
               IF SPM-RG-SUMME > 0
                   COMPUTE RAT-WERT ROUNDED =
                       (RAT-WERT * RAT-SPIELE
                        + SPM-RG-WERT * SPM-RG-SPIELE)
                       / SPM-RG-SUMME
                   COMPUTE RAT-WERT-VORLAUF ROUNDED =
                       (RAT-WERT-VORLAUF * RAT-SPIELE
                        + SPM-RG-VORLAUF * SPM-RG-SPIELE)
                       / SPM-RG-SUMME
                   MOVE SPM-RG-SUMME TO RAT-SPIELE
               END-IF
               COMPUTE SPM-RG-SUMME =
                   RAT-UEBUNG-SPIELE + SPM-RG-UEBUNG-SPIELE
               IF SPM-RG-SUMME > 0
                   COMPUTE RAT-UEBUNG-WERT ROUNDED =
                       (RAT-UEBUNG-WERT * RAT-UEBUNG-SPIELE
                        + SPM-RG-UEBUNG-WERT * SPM-RG-UEBUNG-SPIELE)
                       / SPM-RG-SUMME
                   MOVE SPM-RG-SUMME TO RAT-UEBUNG-SPIELE
               END-IF
               REWRITE RATING-SATZ
               MOVE "REWRITE" TO FA-OPERATION
           END-IF
      * Ohne geschriebenen Satz der bleibenden Nummer bleibt der
      * Satz der aufgegebenen stehen, damit kein Rating verloren
      * geht. Misslingt erst das Loeschen, ist er schon
      * eingerechnet und muss von Hand geloescht werden, bevor das
      * Vereinigen wiederholt wird.
           IF SPM-RATING-STATUS = "00"
               MOVE SPM-GEHT-NUMMER TO RAT-NUMMER
               DELETE RATING-DATEI
               MOVE "DELETE" TO FA-OPERATION
           END-IF
           IF SPM-RATING-STATUS NOT = "00"
               MOVE "TTTRATNG" TO FA-DATEI
               MOVE SPM-RATING-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
           END-IF
           CLOSE RATING-DATEI
           .
       VERSCHMELZE-RATING-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Ratingbasis verschmelzen: Basiswert und Uebungs-Basiswert
      * der bleibenden Nummer werden mit denselben Spielezahlen wie
      * die Ratingsaetze gewichtet mit denen der aufgegebenen
      * gemittelt; ohne Spiele bleibt der Wert der bleibenden
      * Nummer, wie beim Ratingsatz. Hat nur die aufgegebene Nummer
      * einen Eintrag, geht er auf die bleibende Nummer ueber. Der
      * Eintrag der aufgegebenen Nummer entfaellt. Die Basis wird
      * erst vollstaendig in die Arbeitsdatei TTTRBNEU geschrieben
      * und danach daraus neu aufgesetzt (wie TTTRATE die
      * Ratingdatei aus TTTRTNEU). Keine Ratingbasis (vor dem
      * ersten Saisonabschluss) oder kein Eintrag der aufgegebenen
      * Nummer heisst: nichts zu verschmelzen.
      *----------------------------------------------------------------
       VERSCHMELZE-RATINGBASIS SECTION.
           MOVE "N" TO SPM-BASIS-ALT
           MOVE "N" TO SPM-BASIS-BLEIBT
           MOVE "N" TO SPM-BASIS-FEHLER
           OPEN INPUT BASIS-DATEI
           IF SPM-BASIS-STATUS NOT = "00"
               IF SPM-BASIS-STATUS NOT = "35"
                   MOVE "TTTRTBAS" TO FA-DATEI
                   MOVE "OPEN INPUT" TO FA-OPERATION
                   MOVE SPM-BASIS-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-UMSCHREIB-FEHLER
               END-IF
               GO TO VERSCHMELZE-RATINGBASIS-ENDE
           END-IF
           MOVE "N" TO SPM-UEBERTRAG-ENDE
           PERFORM SUCHE-BASIS-SATZ
               THRU SUCHE-BASIS-SATZ-EXIT
               UNTIL SPM-UEBERTRAG-FERTIG
           CLOSE BASIS-DATEI
           IF SPM-BASIS-HAT-FEHLER
              OR NOT SPM-BASIS-ALT-VORHANDEN
               GO TO VERSCHMELZE-RATINGBASIS-ENDE
           END-IF

           IF SPM-BASIS-BLEIBT-VORHANDEN
               COMPUTE SPM-RG-SUMME =
                   SPM-GW-BLEIBT-SPIELE + SPM-GW-GEHT-SPIELE
               IF SPM-RG-SUMME > 0
                   COMPUTE SPM-BS-BLEIBT-WERT ROUNDED =
                       (SPM-BS-BLEIBT-WERT * SPM-GW-BLEIBT-SPIELE
                        + SPM-BS-GEHT-WERT * SPM-GW-GEHT-SPIELE)
                       / SPM-RG-SUMME
               END-IF
               COMPUTE SPM-RG-SUMME =
                   SPM-GW-BLEIBT-UEBUNG + SPM-GW-GEHT-UEBUNG
               IF SPM-RG-SUMME > 0
                   COMPUTE SPM-BS-BLEIBT-UEBUNG-WERT ROUNDED =
                       (SPM-BS-BLEIBT-UEBUNG-WERT
                          * SPM-GW-BLEIBT-UEBUNG
                        + SPM-BS-GEHT-UEBUNG-WERT
                          * SPM-GW-GEHT-UEBUNG)
                       / SPM-RG-SUMME
               END-IF
           ELSE
               MOVE SPM-BS-GEHT-WERT TO SPM-BS-BLEIBT-WERT
               MOVE SPM-BS-GEHT-UEBUNG-WERT
                 TO SPM-BS-BLEIBT-UEBUNG-WERT
           END-IF

           OPEN OUTPUT BASNEU-DATEI
           IF SPM-BASNEU-STATUS NOT = "00"
               MOVE "TTTRBNEU" TO FA-DATEI
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               MOVE SPM-BASNEU-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               GO TO VERSCHMELZE-RATINGBASIS-ENDE
           END-IF
           OPEN INPUT BASIS-DATEI
           IF SPM-BASIS-STATUS NOT = "00"
               MOVE "TTTRTBAS" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE SPM-BASIS-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               CLOSE BASNEU-DATEI
               GO TO VERSCHMELZE-RATINGBASIS-ENDE
           END-IF
           MOVE "N" TO SPM-UEBERTRAG-ENDE
           PERFORM SCHREIBE-BASIS-NEU
               THRU SCHREIBE-BASIS-NEU-EXIT
               UNTIL SPM-UEBERTRAG-FERTIG
           CLOSE BASIS-DATEI
           CLOSE BASNEU-DATEI
           IF NOT SPM-BASIS-HAT-FEHLER
               PERFORM UEBERNIMM-BASIS-NEU
           END-IF
           .
       VERSCHMELZE-RATINGBASIS-ENDE.
           EXIT.

       SUCHE-BASIS-SATZ-VERARBEITUNG SECTION.
       SUCHE-BASIS-SATZ.
           READ BASIS-DATEI
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
                   GO TO SUCHE-BASIS-SATZ-EXIT
           END-READ
           IF SPM-BASIS-STATUS NOT = "00"
               MOVE "TTTRTBAS" TO FA-DATEI
               MOVE "READ" TO FA-OPERATION
               MOVE SPM-BASIS-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               SET SPM-BASIS-HAT-FEHLER TO TRUE
               SET SPM-UEBERTRAG-FERTIG TO TRUE
               GO TO SUCHE-BASIS-SATZ-EXIT
           END-IF
           IF RTB-NUMMER = SPM-GEHT-NUMMER
               SET SPM-BASIS-ALT-VORHANDEN TO TRUE
               MOVE RTB-WERT TO SPM-BS-GEHT-WERT
               MOVE RTB-UEBUNG-WERT TO SPM-BS-GEHT-UEBUNG-WERT
           END-IF
           IF RTB-NUMMER = SPM-BLEIBT-NUMMER
               SET SPM-BASIS-BLEIBT-VORHANDEN TO TRUE
               MOVE RTB-WERT TO SPM-BS-BLEIBT-WERT
               MOVE RTB-UEBUNG-WERT TO SPM-BS-BLEIBT-UEBUNG-WERT
           END-IF
           .
       SUCHE-BASIS-SATZ-EXIT.
           EXIT.

      * Der Eintrag der bleibenden Nummer erhaelt die verschmolzenen
      * Werte; der der aufgegebenen entfaellt oder wird, wenn die
      * bleibende Nummer keinen eigenen hat, zu ihrem Eintrag.
       SCHREIBE-BASIS-NEU-VERARBEITUNG SECTION.
       SCHREIBE-BASIS-NEU.
           READ BASIS-DATEI
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
                   GO TO SCHREIBE-BASIS-NEU-EXIT
           END-READ
           IF SPM-BASIS-STATUS NOT = "00"
               MOVE "TTTRTBAS" TO FA-DATEI
               MOVE "READ" TO FA-OPERATION
               MOVE SPM-BASIS-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               SET SPM-BASIS-HAT-FEHLER TO TRUE
               SET SPM-UEBERTRAG-FERTIG TO TRUE
               GO TO SCHREIBE-BASIS-NEU-EXIT
           END-IF
           IF RTB-NUMMER = SPM-GEHT-NUMMER
               IF SPM-BASIS-BLEIBT-VORHANDEN
                   GO TO SCHREIBE-BASIS-NEU-EXIT
               END-IF
               MOVE SPM-BLEIBT-NUMMER TO RTB-NUMMER
               MOVE SPM-BLEIBT-NAME TO RTB-NAME
           END-IF
           IF RTB-NUMMER = SPM-BLEIBT-NUMMER
               MOVE SPM-BS-BLEIBT-WERT TO RTB-WERT
               MOVE SPM-BS-BLEIBT-UEBUNG-WERT TO RTB-UEBUNG-WERT
           END-IF
           MOVE BASIS-SATZ TO BASNEU-SATZ
           WRITE BASNEU-SATZ
           IF SPM-BASNEU-STATUS NOT = "00"
               MOVE "TTTRBNEU" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE SPM-BASNEU-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               SET SPM-BASIS-HAT-FEHLER TO TRUE
               SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-IF
           .
       SCHREIBE-BASIS-NEU-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Schnitt: TTTRTBAS wird erst nach vollstaendig geschriebener
      * Arbeitsdatei aus TTTRBNEU neu aufgesetzt. Misslingt das
      * Neuaufsetzen selbst, steht der vollstaendige Stand weiter in
      * TTTRBNEU und muss vor dem Wiederholen nach TTTRTBAS kopiert
      * werden.
      *----------------------------------------------------------------
       UEBERNIMM-BASIS-NEU SECTION.
           OPEN INPUT BASNEU-DATEI
           IF SPM-BASNEU-STATUS NOT = "00"
               MOVE "TTTRBNEU" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE SPM-BASNEU-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               GO TO UEBERNIMM-BASIS-NEU-ENDE
           END-IF
           OPEN OUTPUT BASIS-DATEI
           IF SPM-BASIS-STATUS NOT = "00"
               MOVE "TTTRTBAS" TO FA-DATEI
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               MOVE SPM-BASIS-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               CLOSE BASNEU-DATEI
               GO TO UEBERNIMM-BASIS-NEU-ENDE
           END-IF
           MOVE "N" TO SPM-UEBERTRAG-ENDE
           PERFORM UEBERNIMM-EINEN-BASNEU-SATZ
               THRU UEBERNIMM-EINEN-BASNEU-SATZ-EXIT
               UNTIL SPM-UEBERTRAG-FERTIG
           CLOSE BASNEU-DATEI
           CLOSE BASIS-DATEI
           IF SPM-BASIS-HAT-FEHLER
               DISPLAY "TTTSPLM: TTTRTBAS UNVOLLSTAENDIG NEU"
                   " AUFGESETZT, VOLLSTAENDIGER STAND STEHT IN"
                   " TTTRBNEU"
           END-IF
           .
       UEBERNIMM-BASIS-NEU-ENDE.
           EXIT.

       UEBERNIMM-EINEN-BASNEU-SATZ-VERARBEITUNG SECTION.
       UEBERNIMM-EINEN-BASNEU-SATZ.
           READ BASNEU-DATEI
               AT END
                   SET SPM-UEBERTRAG-FERTIG TO TRUE
                   GO TO UEBERNIMM-EINEN-BASNEU-SATZ-EXIT
           END-READ
           IF SPM-BASNEU-STATUS NOT = "00"
               MOVE "TTTRBNEU" TO FA-DATEI
               MOVE "READ" TO FA-OPERATION
               MOVE SPM-BASNEU-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               SET SPM-BASIS-HAT-FEHLER TO TRUE
               SET SPM-UEBERTRAG-FERTIG TO TRUE
               GO TO UEBERNIMM-EINEN-BASNEU-SATZ-EXIT
           END-IF
           MOVE BASNEU-SATZ TO BASIS-SATZ
           WRITE BASIS-SATZ
           IF SPM-BASIS-STATUS NOT = "00"
               MOVE "TTTRTBAS" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE SPM-BASIS-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-UMSCHREIB-FEHLER
               SET SPM-BASIS-HAT-FEHLER TO TRUE
               SET SPM-UEBERTRAG-FERTIG TO TRUE
           END-IF
           .
       UEBERNIMM-EINEN-BASNEU-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Journalzeile anhaengen, wie FEHLPROT je Vorfall: anhaengen,
      * schreiben, schliessen. Ein nicht schreibbares Journal haelt
