       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANAUF.
      * Auftragserfassung am Terminal fuer den naechtlichen
      * Bannerdruck. Der Anforderer meldet sich mit seinem Namen an
      * und kann Banner-Auftraege (Satzbild BANSATZ) neu erfassen,
      * noch nicht gedruckte Auftraege aendern oder stornieren und
      * den Stand seiner Auftraege abfragen. Jeder Auftrag laeuft
      * sofort durch dieselbe Pruefung wie in der Pruefstufe von
      * DIABATCH (BANPRUEF); ein abgewiesener Auftrag wird gar nicht
      * erst gespeichert. Neue Auftraege werden an HOEHEIN
      * angehaengt. Aendern und Stornieren wirken auf die wartenden
      * Auftraege in HOEHEIN und die vorgetragenen in HOEHERUE;
      * die Datei wird ueber die Arbeitsdatei BANAUFW neu
      * aufgesetzt. Jede Aktion wird mit dem Satzbild vor und nach
      * der Aenderung an das Journal BANAUFJ angehaengt.
      * Die Zustandsabfrage zeigt wartende und vorgetragene
      * Auftraege, die Abweisungen des letzten Nachtlaufs aus
      * HOEHEERR mit Grund und die zuletzt gedruckten Auftraege
      * aus dem Druckjournal BANDRUCK mit Nacht und Buendel.
      * Solange ein abgebrochener Nachtlauf auf seinen Neustart
      * wartet (Checkpoint DIACKPT nicht 0), ist nur die Abfrage
      * moeglich: der Neustart muss dieselben Auftraege vorfinden.
      * Waehrend DIABATCH laeuft (Laufsperre DIALOCK gesetzt), sind
      * Aendern und Stornieren gesperrt; neue Auftraege werden erst
      * abgewiesen, wenn DIABATCH HOEHEIN bereinigt. Schlaegt das
      * Neuaufsetzen aus BANAUFW fehl, steht dort die vollstaendige
      * Fassung der Datei.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOEHE-DATEI ASSIGN TO "HOEHEIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-EINGABE-STATUS.
           SELECT RUECKSTAND-DATEI ASSIGN TO "HOEHERUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-RUECK-STATUS.
           SELECT ARBEITS-DATEI ASSIGN TO "BANAUFW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-ARBEIT-STATUS.
           SELECT FEHLER-DATEI ASSIGN TO "HOEHEERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-FEHLER-STATUS.
           SELECT EDIT-BERICHT ASSIGN TO "HOEHEEDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-EDIT-STATUS.
           SELECT DRUCK-DATEI ASSIGN TO "BANDRUCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-DRUCK-STATUS.
           SELECT CHECKPOINT-DATEI ASSIGN TO "DIACKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-CKPT-STATUS.
           SELECT JOURNAL-DATEI ASSIGN TO "BANAUFJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-JOURNAL-STATUS.
           SELECT SPERR-DATEI ASSIGN TO "DIALOCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAF-SPERR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOEHE-DATEI.
       01  EINGABE-SATZ PIC X(48).

       FD  RUECKSTAND-DATEI.
       01  RUECKSTAND-SATZ PIC X(48).

       FD  ARBEITS-DATEI.
       01  ARBEITS-SATZ PIC X(48).

      * Abweisungen des letzten Nachtlaufs, Satzbild wie in DIABATCH.
       FD  FEHLER-DATEI.
       01  FEHLER-SATZ.
           05 FEHLER-SATZ-NR PIC 9(06).
           05 FILLER PIC X(01).
           05 FEHLER-INHALT PIC X(48).
           05 FILLER PIC X(01).
           05 FEHLER-GRUND PIC X(30).

      * Erste Zeile des Pruefberichts: Kopf mit dem Laufdatum.
       FD  EDIT-BERICHT.
       01  EDIT-ZEILE.
           05 EDIT-KOPF-TEXT PIC X(21).
           05 FILLER PIC X(12).
           05 EDIT-KOPF-DATUM PIC X(08).
           05 FILLER PIC X(39).

       FD  DRUCK-DATEI.
           COPY DRUKSATZ.

       FD  CHECKPOINT-DATEI.
       01  CHECKPOINT-SATZ.
           05 CKPT-VERARBEITET PIC 9(06).

      * Laufsperre des Nachtlaufs, Satzbild wie in DIABATCH.
       FD  SPERR-DATEI.
       01  SPERR-SATZ.
           05 SPERR-PHASE PIC X(01).
             88 SPERR-LAUF-AKTIV VALUE "L".
             88 SPERR-BEREINIGUNG-AKTIV VALUE "B".
           05 FILLER PIC X(01).
           05 SPERR-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 SPERR-UHRZEIT PIC 9(06).

      * Journal der Erfassung: Aktion (NEU, AENDERN, STORNO), Datei
      * des Auftrags und Satzbild vor und nach der Aktion; bei NEU
      * bleibt das Vorher-, bei STORNO das Nachher-Bild leer.
       FD  JOURNAL-DATEI.
       01  JOURNAL-SATZ.
           05 JRN-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 JRN-UHRZEIT PIC 9(06).
           05 FILLER PIC X(01).
           05 JRN-AKTION PIC X(08).
           05 FILLER PIC X(01).
           05 JRN-DATEI PIC X(08).
           05 FILLER PIC X(01).
           05 JRN-ALT-BILD PIC X(48).
           05 FILLER PIC X(01).
           05 JRN-NEU-BILD PIC X(48).

       WORKING-STORAGE SECTION.
       01  BAF-EINGABE-STATUS PIC XX.
       01  BAF-RUECK-STATUS PIC XX.
       01  BAF-ARBEIT-STATUS PIC XX.
       01  BAF-FEHLER-STATUS PIC XX.
       01  BAF-EDIT-STATUS PIC XX.
       01  BAF-DRUCK-STATUS PIC XX.
       01  BAF-CKPT-STATUS PIC XX.
       01  BAF-JOURNAL-STATUS PIC XX.
       01  BAF-SPERR-STATUS PIC XX.

       01  BAF-SCHALTER.
           05 BAF-PROGRAMM-ENDE PIC X(01) VALUE "N".
             88 BAF-ENDE-GEWUENSCHT VALUE "J".
           05 BAF-DATEI-ENDE PIC X(01) VALUE "N".
             88 BAF-ENDE-ERREICHT VALUE "J".
           05 BAF-NEUSTART-KZ PIC X(01) VALUE "N".
             88 BAF-NEUSTART-OFFEN VALUE "J".
           05 BAF-NACHTLAUF-KZ PIC X(01) VALUE "N".
             88 BAF-NACHTLAUF-AKTIV VALUE "L" "B".
             88 BAF-BEREINIGUNG-AKTIV VALUE "B".
           05 BAF-NUMMER-STATUS PIC X(01).
             88 BAF-NUMMER-GUELTIG VALUE "J".
             88 BAF-NUMMER-UNGUELTIG VALUE "N".
           05 BAF-UMSCHREIB-KZ PIC X(01).
             88 BAF-UMSCHREIBEN-OK VALUE "J".
             88 BAF-UMSCHREIBEN-GESCHEITERT VALUE "N".
           05 BAF-FUND-KZ PIC X(01).
             88 BAF-SATZ-GEFUNDEN VALUE "J".

       01  BAF-ANFORDERER PIC X(20).
       01  BAF-AUSWAHL PIC X(01).
       01  BAF-BESTAETIGUNG PIC X(01).
       01  BAF-AKTUELLES-DATUM PIC X(21).

      * Arbeitsbild des Auftrags fuer Erfassung, Pruefung und Anzeige.
           COPY BANSATZ.
           COPY PRUFAUFR.

      * Eingabefelder der Erfassung; leer heisst bei NEU Vorgabe,
      * bei AENDERN bisheriger Wert.
       01  BAF-EIN-ART PIC X(01).
       01  BAF-EIN-HOEHE PIC X(02).
       01  BAF-EIN-TEXT PIC X(20).
       01  BAF-EIN-FUELLZEICHEN PIC X(01).
       01  BAF-EIN-KOPIEN PIC X(02).
       01  BAF-EIN-ZENTRIERT PIC X(01).
       01  BAF-EIN-PRIORITAET PIC X(01).
       01  BAF-ZWEISTELLIG PIC X(02).

      * Offene Auftraege des Anforderers: Datei (E = HOEHEIN,
      * R = HOEHERUE), Satznummer in dieser Datei und Satzbild.
       01  BAF-MAX-OFFEN PIC 9(02) VALUE 50.
       01  BAF-ANZAHL-OFFEN PIC 9(02) VALUE 0.
       01  BAF-NICHT-GELISTET PIC 9(04) VALUE 0.
       01  BAF-OFFEN-TABELLE.
           05 BAF-OFFEN OCCURS 50.
               10 BAF-OF-DATEI PIC X(01).
               10 BAF-OF-SATZ-NR PIC 9(06).
               10 BAF-OF-AUFTRAG PIC X(48).
       01  BAF-I PIC 9(02).
       01  BAF-SATZ-NR PIC 9(06).
       01  BAF-NUMMER-EINGABE PIC X(02).
       01  BAF-NUMMER PIC 9(02).
       01  BAF-ZIFFER PIC 9(01).
       01  BAF-STELLE PIC 9(01).

      * Umschreiben einer Auftragsdatei: Zieldatei, Satznummer, das
      * beim Auflisten gesehene Satzbild (zur Kontrolle, dass der
      * Satz inzwischen nicht veraendert wurde), das neue Satzbild
      * und die Aktion (A = ersetzen, S = entfernen).
       01  BAF-ZIEL-DATEI PIC X(01).
         88 BAF-ZIEL-IST-EINGABE VALUE "E".
         88 BAF-ZIEL-IST-RUECKSTAND VALUE "R".
       01  BAF-ZIEL-SATZ-NR PIC 9(06).
       01  BAF-ZIEL-ALT PIC X(48).
       01  BAF-ZIEL-NEU PIC X(48).
       01  BAF-ZIEL-AKTION PIC X(01).
         88 BAF-ZIEL-ERSETZEN VALUE "A".
         88 BAF-ZIEL-ENTFERNEN VALUE "S".
       01  BAF-QUELL-SATZ PIC X(48).
       01  BAF-ZIEL-DATEINAME PIC X(08).

       01  BAF-JRN-AKTION PIC X(08).

      * Zustandsabfrage: Laufdatum des Pruefberichts und die zuletzt
      * gedruckten Auftraege des Anforderers.
       01  BAF-LAUF-DATUM PIC X(08).
       01  BAF-ABGEWIESEN PIC 9(04).
       01  BAF-MAX-GEDRUCKT PIC 9(02) VALUE 10.
       01  BAF-ANZAHL-GEDRUCKT PIC 9(02) VALUE 0.
       01  BAF-GEDRUCKT-GESAMT PIC 9(06) VALUE 0.
       01  BAF-GEDRUCKT-TABELLE.
           05 BAF-GEDRUCKT OCCURS 10.
               10 BAF-GD-DATUM PIC 9(08).
               10 BAF-GD-BUENDEL PIC 9(04).
               10 BAF-GD-AUFTRAG PIC X(48).

      * Anzeigezeile eines Auftrags.
       01  BAF-AUFTRAGS-ZEILE.
           05 BAF-AZ-NR PIC ZZ.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAF-AZ-ZUSTAND PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAF-AZ-ART PIC X(01).
           05 FILLER PIC X(03) VALUE " H=".
           05 BAF-AZ-HOEHE PIC X(02).
           05 FILLER PIC X(03) VALUE " F=".
           05 BAF-AZ-FUELLZEICHEN PIC X(01).
           05 FILLER PIC X(03) VALUE " K=".
           05 BAF-AZ-KOPIEN PIC X(02).
           05 FILLER PIC X(03) VALUE " Z=".
           05 BAF-AZ-ZENTRIERT PIC X(01).
           05 FILLER PIC X(03) VALUE " P=".
           05 BAF-AZ-PRIORITAET PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAF-AZ-TEXT PIC X(20).

       PROCEDURE DIVISION.

           DISPLAY "Anforderer: " WITH NO ADVANCING
           ACCEPT BAF-ANFORDERER
           IF BAF-ANFORDERER = SPACES
               DISPLAY "BANAUF: ANFORDERER DARF NICHT LEER SEIN"
           ELSE
               PERFORM PRUEFE-NEUSTART
               IF BAF-NEUSTART-OFFEN
                   DISPLAY "BANAUF: NACHTLAUF WARTET AUF NEUSTART,"
                       " NUR ZUSTANDSABFRAGE MOEGLICH"
               ELSE
                   IF BAF-NACHTLAUF-AKTIV
                       DISPLAY "BANAUF: NACHTLAUF LAEUFT, AENDERN UND"
                           " STORNIEREN ERST DANACH MOEGLICH"
                   END-IF
               END-IF
               PERFORM VERARBEITE-AUSWAHL
                   WITH TEST AFTER
                   UNTIL BAF-ENDE-GEWUENSCHT
           END-IF

           GOBACK
           .

       VERARBEITE-AUSWAHL SECTION.
           DISPLAY "Aktion: N=Neu A=Aendern S=Stornieren"
               " Z=Zustand E=Ende: " WITH NO ADVANCING
           ACCEPT BAF-AUSWAHL
           EVALUATE BAF-AUSWAHL
               WHEN "N"
                   PERFORM ERFASSE-AUFTRAG
               WHEN "A"
                   PERFORM AENDERE-AUFTRAG
               WHEN "S"
                   PERFORM STORNIERE-AUFTRAG
               WHEN "Z"
                   PERFORM ZEIGE-ZUSTAND
               WHEN "E"
                   SET BAF-ENDE-GEWUENSCHT TO TRUE
               WHEN OTHER
                   DISPLAY "BANAUF: UNBEKANNTE AKTION"
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Ein abgebrochener Nachtlauf hinterlaesst einen Checkpoint
      * ungleich 0. Der Neustart liest HOEHEIN und HOEHERUE erneut
      * und ueberspringt die bereits gedruckten Saetze; solange er
      * aussteht, darf keine der beiden Dateien veraendert werden.
      * Ebenso, solange DIABATCH laeuft: der Lauf zaehlt die Saetze
      * von HOEHEIN und HOEHERUE beim Pruefen und entfernt am Ende
      * genau so viele; ein Aendern oder Stornieren dazwischen ginge
      * verloren. Neue Auftraege sind erst gesperrt, wenn DIABATCH
      * HOEHEIN bereinigt. Wird vor jeder Aenderung neu geprueft.
      *----------------------------------------------------------------
       PRUEFE-NEUSTART SECTION.
           MOVE "N" TO BAF-NEUSTART-KZ
           MOVE "N" TO BAF-NACHTLAUF-KZ
           OPEN INPUT SPERR-DATEI
           IF BAF-SPERR-STATUS = "00"
               READ SPERR-DATEI
               IF BAF-SPERR-STATUS = "00"
                  AND (SPERR-LAUF-AKTIV OR SPERR-BEREINIGUNG-AKTIV)
                   MOVE SPERR-PHASE TO BAF-NACHTLAUF-KZ
               END-IF
               CLOSE SPERR-DATEI
           END-IF
           OPEN INPUT CHECKPOINT-DATEI
           IF BAF-CKPT-STATUS = "00"
               READ CHECKPOINT-DATEI
               IF BAF-CKPT-STATUS = "00"
                  AND CKPT-VERARBEITET IS NUMERIC
                  AND CKPT-VERARBEITET > 0
                   SET BAF-NEUSTART-OFFEN TO TRUE
               END-IF
               CLOSE CHECKPOINT-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Neuer Auftrag: Felder erfragen, pruefen wie DIABATCH, bei
      * gutem Urteil mit eingesetzten Vorgaben an HOEHEIN haengen.
      *----------------------------------------------------------------
       ERFASSE-AUFTRAG SECTION.
           PERFORM PRUEFE-NEUSTART
           IF BAF-NEUSTART-OFFEN
               DISPLAY "BANAUF: NACHTLAUF WARTET AUF NEUSTART,"
                   " KEINE ERFASSUNG MOEGLICH"
               GO TO ERFASSE-AUFTRAG-ENDE
           END-IF
           IF BAF-BEREINIGUNG-AKTIV
               DISPLAY "BANAUF: NACHTLAUF BEREINIGT HOEHEIN,"
                   " BITTE GLEICH NOCH EINMAL VERSUCHEN"
               GO TO ERFASSE-AUFTRAG-ENDE
           END-IF
           MOVE SPACES TO HOEHE-DATEI-SATZ
           MOVE BAF-ANFORDERER TO HOEHE-ANFORDERER
           DISPLAY "Leere Eingabe = Vorgabe"
           PERFORM HOLE-AUFTRAGSFELDER
           MOVE HOEHE-DATEI-SATZ TO PA-SATZ
           CALL "BANPRUEF" USING PRUEF-AUFRUF
           IF PA-SATZ-SCHLECHT
               DISPLAY "BANAUF: AUFTRAG ABGEWIESEN - " PA-GRUND
               GO TO ERFASSE-AUFTRAG-ENDE
           END-IF
           OPEN EXTEND HOEHE-DATEI
           IF BAF-EINGABE-STATUS NOT = "00"
               OPEN OUTPUT HOEHE-DATEI
           END-IF
           IF BAF-EINGABE-STATUS NOT = "00"
               DISPLAY "BANAUF: HOEHEIN NICHT SCHREIBBAR, STATUS "
                   BAF-EINGABE-STATUS
               GO TO ERFASSE-AUFTRAG-ENDE
           END-IF
           MOVE PA-SATZ TO EINGABE-SATZ
           WRITE EINGABE-SATZ
           IF BAF-EINGABE-STATUS NOT = "00"
               DISPLAY "BANAUF: AUFTRAG NICHT GESPEICHERT, STATUS "
                   BAF-EINGABE-STATUS
               CLOSE HOEHE-DATEI
               GO TO ERFASSE-AUFTRAG-ENDE
           END-IF
           CLOSE HOEHE-DATEI
           MOVE "NEU" TO BAF-JRN-AKTION
           MOVE "HOEHEIN" TO BAF-ZIEL-DATEINAME
           MOVE SPACES TO BAF-ZIEL-ALT
           MOVE PA-SATZ TO BAF-ZIEL-NEU
           PERFORM SCHREIBE-JOURNAL-SATZ
           DISPLAY "BANAUF: AUFTRAG ERFASST, DRUCK IN DER"
               " NAECHSTEN NACHT"
           MOVE PA-SATZ TO HOEHE-DATEI-SATZ
           MOVE 0 TO BAF-AZ-NR
           MOVE "WARTET" TO BAF-AZ-ZUSTAND
           PERFORM ZEIGE-AUFTRAG
           .
       ERFASSE-AUFTRAG-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Auftragsfelder im Arbeitsbild erfragen. Eine leere Eingabe
      * laesst das Feld wie es ist: beim neuen Auftrag leer (die
      * Pruefung setzt die Vorgabe ein), beim Aendern der bisherige
      * Wert. Ein- und zweistellige Zahlen werden rechtsbuendig mit
      * Null aufgefuellt; was dann nicht passt, weist die Pruefung
      * mit demselben Grund ab wie in der Nacht.
      *----------------------------------------------------------------
       HOLE-AUFTRAGSFELDER SECTION.
           DISPLAY "Banner-Art (D=Diamant, T=Text): "
               WITH NO ADVANCING
           ACCEPT BAF-EIN-ART
           IF BAF-EIN-ART NOT = SPACE
               MOVE BAF-EIN-ART TO HOEHE-BANNER-ART
           END-IF
           IF HOEHE-IST-TEXT
               DISPLAY "Text (hoechstens 13 Zeichen): "
                   WITH NO ADVANCING
               ACCEPT BAF-EIN-TEXT
               IF BAF-EIN-TEXT NOT = SPACES
                   MOVE BAF-EIN-TEXT TO HOEHE-TEXT
               END-IF
           ELSE
               MOVE SPACES TO HOEHE-TEXT
               DISPLAY "Hoehe (1 bis 40): " WITH NO ADVANCING
               ACCEPT BAF-EIN-HOEHE
               IF BAF-EIN-HOEHE NOT = SPACES
                   MOVE BAF-EIN-HOEHE TO BAF-ZWEISTELLIG
                   PERFORM RICHTE-ZAHL-AUS
                   MOVE BAF-ZWEISTELLIG TO HOEHE-DATEI-SATZ (21:2)
               END-IF
           END-IF
           DISPLAY "Fuellzeichen: " WITH NO ADVANCING
           ACCEPT BAF-EIN-FUELLZEICHEN
           IF BAF-EIN-FUELLZEICHEN NOT = SPACE
               MOVE BAF-EIN-FUELLZEICHEN TO HOEHE-FUELLZEICHEN
           END-IF
           DISPLAY "Ausfertigungen (1 bis 10): " WITH NO ADVANCING
           ACCEPT BAF-EIN-KOPIEN
           IF BAF-EIN-KOPIEN NOT = SPACES
               MOVE BAF-EIN-KOPIEN TO BAF-ZWEISTELLIG
               PERFORM RICHTE-ZAHL-AUS
               MOVE BAF-ZWEISTELLIG TO HOEHE-KOPIEN-X
           END-IF
           DISPLAY "Zentriert (J/N): " WITH NO ADVANCING
           ACCEPT BAF-EIN-ZENTRIERT
           IF BAF-EIN-ZENTRIERT NOT = SPACE
               MOVE BAF-EIN-ZENTRIERT TO HOEHE-ZENTRIERT
           END-IF
           DISPLAY "Prioritaet (1=dringend, 2=normal, 3=niedrig): "
               WITH NO ADVANCING
           ACCEPT BAF-EIN-PRIORITAET
           IF BAF-EIN-PRIORITAET NOT = SPACE
               MOVE BAF-EIN-PRIORITAET TO HOEHE-PRIORITAET
           END-IF
           .
           EXIT.

       RICHTE-ZAHL-AUS SECTION.
           IF BAF-ZWEISTELLIG (2:1) = SPACE
              AND BAF-ZWEISTELLIG (1:1) IS NUMERIC
               MOVE BAF-ZWEISTELLIG (1:1) TO BAF-ZWEISTELLIG (2:1)
               MOVE "0" TO BAF-ZWEISTELLIG (1:1)
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Aendern: offenen Auftrag auswaehlen, Felder neu erfragen,
      * pruefen und in seiner Datei ersetzen.
      *----------------------------------------------------------------
       AENDERE-AUFTRAG SECTION.
           PERFORM PRUEFE-NEUSTART
           IF BAF-NEUSTART-OFFEN
               DISPLAY "BANAUF: NACHTLAUF WARTET AUF NEUSTART,"
                   " KEINE AENDERUNG MOEGLICH"
               GO TO AENDERE-AUFTRAG-ENDE
           END-IF
           IF BAF-NACHTLAUF-AKTIV
               DISPLAY "BANAUF: NACHTLAUF LAEUFT,"
                   " KEINE AENDERUNG MOEGLICH"
               GO TO AENDERE-AUFTRAG-ENDE
           END-IF
           PERFORM WAEHLE-OFFENEN-AUFTRAG
           IF BAF-NUMMER-UNGUELTIG
               GO TO AENDERE-AUFTRAG-ENDE
           END-IF
           MOVE BAF-OF-AUFTRAG (BAF-NUMMER) TO HOEHE-DATEI-SATZ
           DISPLAY "Leere Eingabe = bisheriger Wert"
           PERFORM HOLE-AUFTRAGSFELDER
           MOVE HOEHE-DATEI-SATZ TO PA-SATZ
           CALL "BANPRUEF" USING PRUEF-AUFRUF
           IF PA-SATZ-SCHLECHT
               DISPLAY "BANAUF: AENDERUNG ABGEWIESEN - " PA-GRUND
               GO TO AENDERE-AUFTRAG-ENDE
           END-IF
           IF PA-SATZ = BAF-OF-AUFTRAG (BAF-NUMMER)
               DISPLAY "BANAUF: NICHTS GEAENDERT"
               GO TO AENDERE-AUFTRAG-ENDE
           END-IF
           SET BAF-ZIEL-ERSETZEN TO TRUE
           MOVE PA-SATZ TO BAF-ZIEL-NEU
           PERFORM SCHREIBE-DATEI-UM
           IF BAF-UMSCHREIBEN-OK
               MOVE "AENDERN" TO BAF-JRN-AKTION
               PERFORM SCHREIBE-JOURNAL-SATZ
               DISPLAY "BANAUF: AUFTRAG GEAENDERT"
               MOVE PA-SATZ TO HOEHE-DATEI-SATZ
               MOVE BAF-NUMMER TO BAF-AZ-NR
               PERFORM SETZE-OFFENEN-ZUSTAND
               PERFORM ZEIGE-AUFTRAG
           END-IF
           .
       AENDERE-AUFTRAG-ENDE.
           EXIT.

       STORNIERE-AUFTRAG SECTION.
           PERFORM PRUEFE-NEUSTART
           IF BAF-NEUSTART-OFFEN
               DISPLAY "BANAUF: NACHTLAUF WARTET AUF NEUSTART,"
                   " KEIN STORNO MOEGLICH"
               GO TO STORNIERE-AUFTRAG-ENDE
           END-IF
           IF BAF-NACHTLAUF-AKTIV
               DISPLAY "BANAUF: NACHTLAUF LAEUFT,"
                   " KEIN STORNO MOEGLICH"
               GO TO STORNIERE-AUFTRAG-ENDE
           END-IF
           PERFORM WAEHLE-OFFENEN-AUFTRAG
           IF BAF-NUMMER-UNGUELTIG
               GO TO STORNIERE-AUFTRAG-ENDE
           END-IF
           DISPLAY "Auftrag " BAF-NUMMER " stornieren? (J/N): "
               WITH NO ADVANCING
           ACCEPT BAF-BESTAETIGUNG
           IF BAF-BESTAETIGUNG NOT = "J"
               DISPLAY "BANAUF: STORNO VERWORFEN"
               GO TO STORNIERE-AUFTRAG-ENDE
           END-IF
           SET BAF-ZIEL-ENTFERNEN TO TRUE
           MOVE SPACES TO BAF-ZIEL-NEU
           PERFORM SCHREIBE-DATEI-UM
           IF BAF-UMSCHREIBEN-OK
               MOVE "STORNO" TO BAF-JRN-AKTION
               PERFORM SCHREIBE-JOURNAL-SATZ
               DISPLAY "BANAUF: AUFTRAG STORNIERT"
           END-IF
           .
       STORNIERE-AUFTRAG-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Offene Auftraege sammeln und anzeigen, dann die Nummer des
      * gewuenschten Auftrags erfragen. Merkt Datei, Satznummer und
      * Satzbild des gewaehlten Auftrags fuer das Umschreiben.
      *----------------------------------------------------------------
       WAEHLE-OFFENEN-AUFTRAG SECTION.
           SET BAF-NUMMER-UNGUELTIG TO TRUE
           PERFORM SAMMLE-OFFENE-AUFTRAEGE
           IF BAF-ANZAHL-OFFEN = 0
               DISPLAY "BANAUF: KEINE OFFENEN AUFTRAEGE FUER "
                   BAF-ANFORDERER
               GO TO WAEHLE-OFFENEN-AUFTRAG-ENDE
           END-IF
           PERFORM ZEIGE-OFFENE-AUFTRAEGE
           DISPLAY "Auftragsnummer: " WITH NO ADVANCING
           ACCEPT BAF-NUMMER-EINGABE
           MOVE 0 TO BAF-NUMMER
           IF BAF-NUMMER-EINGABE = SPACES
               GO TO WAEHLE-OFFENEN-AUFTRAG-ENDE
           END-IF
           SET BAF-NUMMER-GUELTIG TO TRUE
           PERFORM WANDLE-EINE-STELLE THRU WANDLE-EINE-STELLE-EXIT
               VARYING BAF-STELLE FROM 1 BY 1
               UNTIL BAF-STELLE > 2
           IF BAF-NUMMER-UNGUELTIG
              OR BAF-NUMMER = 0
              OR BAF-NUMMER > BAF-ANZAHL-OFFEN
               SET BAF-NUMMER-UNGUELTIG TO TRUE
               DISPLAY "BANAUF: UNGUELTIGE AUFTRAGSNUMMER"
               GO TO WAEHLE-OFFENEN-AUFTRAG-ENDE
           END-IF
           MOVE BAF-OF-DATEI (BAF-NUMMER) TO BAF-ZIEL-DATEI
           MOVE BAF-OF-SATZ-NR (BAF-NUMMER) TO BAF-ZIEL-SATZ-NR
           MOVE BAF-OF-AUFTRAG (BAF-NUMMER) TO BAF-ZIEL-ALT
           IF BAF-ZIEL-IST-EINGABE
               MOVE "HOEHEIN" TO BAF-ZIEL-DATEINAME
           ELSE
               MOVE "HOEHERUE" TO BAF-ZIEL-DATEINAME
           END-IF
           .
       WAEHLE-OFFENEN-AUFTRAG-ENDE.
           EXIT.

       WANDLE-EINE-STELLE-VERARBEITUNG SECTION.
       WANDLE-EINE-STELLE.
           IF BAF-NUMMER-EINGABE (BAF-STELLE : 1) IS NUMERIC
               MOVE BAF-NUMMER-EINGABE (BAF-STELLE : 1) TO BAF-ZIFFER
               COMPUTE BAF-NUMMER = (BAF-NUMMER * 10) + BAF-ZIFFER
           ELSE
               IF BAF-NUMMER-EINGABE (BAF-STELLE : 1) NOT = SPACE
                   SET BAF-NUMMER-UNGUELTIG TO TRUE
               END-IF
           END-IF
           .
       WANDLE-EINE-STELLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Offen sind die wartenden Auftraege in HOEHEIN und die
      * vorgetragenen in HOEHERUE; eine fehlende Datei heisst: dort
      * ist nichts offen.
      *----------------------------------------------------------------
       SAMMLE-OFFENE-AUFTRAEGE SECTION.
           MOVE 0 TO BAF-ANZAHL-OFFEN
           MOVE 0 TO BAF-NICHT-GELISTET
           OPEN INPUT HOEHE-DATEI
           IF BAF-EINGABE-STATUS = "00"
               MOVE 0 TO BAF-SATZ-NR
               MOVE "N" TO BAF-DATEI-ENDE
               PERFORM SAMMLE-WARTENDEN THRU SAMMLE-WARTENDEN-EXIT
                   UNTIL BAF-ENDE-ERREICHT
               CLOSE HOEHE-DATEI
           END-IF
           OPEN INPUT RUECKSTAND-DATEI
           IF BAF-RUECK-STATUS = "00"
               MOVE 0 TO BAF-SATZ-NR
               MOVE "N" TO BAF-DATEI-ENDE
               PERFORM SAMMLE-VORGETRAGENEN
                   THRU SAMMLE-VORGETRAGENEN-EXIT
                   UNTIL BAF-ENDE-ERREICHT
               CLOSE RUECKSTAND-DATEI
           END-IF
           .
           EXIT.

       SAMMLE-WARTENDEN-VERARBEITUNG SECTION.
       SAMMLE-WARTENDEN.
           READ HOEHE-DATEI
               AT END
                   SET BAF-ENDE-ERREICHT TO TRUE
           END-READ
           IF BAF-ENDE-ERREICHT
               GO TO SAMMLE-WARTENDEN-EXIT
           END-IF
           ADD 1 TO BAF-SATZ-NR
           MOVE EINGABE-SATZ TO BAF-QUELL-SATZ
           MOVE "E" TO BAF-ZIEL-DATEI
           PERFORM MERKE-OFFENEN-AUFTRAG
           .
       SAMMLE-WARTENDEN-EXIT.
           EXIT.

       SAMMLE-VORGETRAGENEN-VERARBEITUNG SECTION.
       SAMMLE-VORGETRAGENEN.
           READ RUECKSTAND-DATEI
               AT END
                   SET BAF-ENDE-ERREICHT TO TRUE
           END-READ
           IF BAF-ENDE-ERREICHT
               GO TO SAMMLE-VORGETRAGENEN-EXIT
           END-IF
           ADD 1 TO BAF-SATZ-NR
           MOVE RUECKSTAND-SATZ TO BAF-QUELL-SATZ
           MOVE "R" TO BAF-ZIEL-DATEI
           PERFORM MERKE-OFFENEN-AUFTRAG
           .
       SAMMLE-VORGETRAGENEN-EXIT.
           EXIT.

       MERKE-OFFENEN-AUFTRAG SECTION.
           IF BAF-QUELL-SATZ (1:20) = BAF-ANFORDERER
               IF BAF-ANZAHL-OFFEN < BAF-MAX-OFFEN
                   ADD 1 TO BAF-ANZAHL-OFFEN
                   MOVE BAF-ZIEL-DATEI
                     TO BAF-OF-DATEI (BAF-ANZAHL-OFFEN)
                   MOVE BAF-SATZ-NR
                     TO BAF-OF-SATZ-NR (BAF-ANZAHL-OFFEN)
                   MOVE BAF-QUELL-SATZ
                     TO BAF-OF-AUFTRAG (BAF-ANZAHL-OFFEN)
               ELSE
                   ADD 1 TO BAF-NICHT-GELISTET
               END-IF
           END-IF
           .
           EXIT.

       ZEIGE-OFFENE-AUFTRAEGE SECTION.
           DISPLAY "NR ZUSTAND     ART UND AUSFUEHRUNG"
           PERFORM ZEIGE-OFFENEN-AUFTRAG THRU ZEIGE-OFFENEN-AUFTRAG-EXIT
               VARYING BAF-I FROM 1 BY 1
               UNTIL BAF-I > BAF-ANZAHL-OFFEN
           IF BAF-NICHT-GELISTET > 0
               DISPLAY "   ... UND " BAF-NICHT-GELISTET
                   " WEITERE, NICHT ANGEZEIGT"
           END-IF
           .
           EXIT.

       ZEIGE-OFFENEN-AUFTRAG-VERARBEITUNG SECTION.
       ZEIGE-OFFENEN-AUFTRAG.
           MOVE BAF-OF-AUFTRAG (BAF-I) TO HOEHE-DATEI-SATZ
           MOVE BAF-I TO BAF-AZ-NR
           MOVE BAF-OF-DATEI (BAF-I) TO BAF-ZIEL-DATEI
           PERFORM SETZE-OFFENEN-ZUSTAND
           PERFORM ZEIGE-AUFTRAG
           .
       ZEIGE-OFFENEN-AUFTRAG-EXIT.
           EXIT.

       SETZE-OFFENEN-ZUSTAND SECTION.
           IF BAF-ZIEL-IST-RUECKSTAND
               MOVE "VORGETRAGEN" TO BAF-AZ-ZUSTAND
           ELSE
               MOVE "WARTET" TO BAF-AZ-ZUSTAND
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Zeigt den Auftrag im Arbeitsbild mit Nummer und Zustand aus
      * BAF-AZ-NR und BAF-AZ-ZUSTAND.
      *----------------------------------------------------------------
       ZEIGE-AUFTRAG SECTION.
           MOVE HOEHE-BANNER-ART TO BAF-AZ-ART
           MOVE HOEHE-DATEI-SATZ (21:2) TO BAF-AZ-HOEHE
           MOVE HOEHE-FUELLZEICHEN TO BAF-AZ-FUELLZEICHEN
           MOVE HOEHE-KOPIEN-X TO BAF-AZ-KOPIEN
           MOVE HOEHE-ZENTRIERT TO BAF-AZ-ZENTRIERT
           MOVE HOEHE-PRIORITAET TO BAF-AZ-PRIORITAET
           MOVE HOEHE-TEXT TO BAF-AZ-TEXT
           DISPLAY BAF-AUFTRAGS-ZEILE
           .
           EXIT.

      *----------------------------------------------------------------
      * Schreibt die Datei des gewaehlten Auftrags um: erst
      * vollstaendig in die Arbeitsdatei BANAUFW, den gewaehlten Satz
      * ersetzt oder weggelassen, erst danach wird die Auftragsdatei
      * daraus neu aufgesetzt. Steht an der gemerkten Stelle nicht
      * mehr das gesehene Satzbild (inzwischen gedruckt, geaendert
      * oder von einem anderen Terminal umgeschrieben), bleibt die
      * Datei unveraendert.
      *----------------------------------------------------------------
       SCHREIBE-DATEI-UM SECTION.
           SET BAF-UMSCHREIBEN-GESCHEITERT TO TRUE
           MOVE "N" TO BAF-FUND-KZ
           PERFORM OEFFNE-QUELLE-LESEN
           IF BAF-ARBEIT-STATUS NOT = "00"
               DISPLAY "BANAUF: " BAF-ZIEL-DATEINAME
                   " NICHT LESBAR, STATUS " BAF-ARBEIT-STATUS
               GO TO SCHREIBE-DATEI-UM-ENDE
           END-IF
           OPEN OUTPUT ARBEITS-DATEI
           IF BAF-ARBEIT-STATUS NOT = "00"
               DISPLAY "BANAUF: BANAUFW NICHT SCHREIBBAR, STATUS "
                   BAF-ARBEIT-STATUS
               PERFORM SCHLIESSE-QUELLE
               GO TO SCHREIBE-DATEI-UM-ENDE
           END-IF
           SET BAF-UMSCHREIBEN-OK TO TRUE
           MOVE 0 TO BAF-SATZ-NR
           MOVE "N" TO BAF-DATEI-ENDE
           PERFORM UEBERTRAGE-IN-ARBEIT THRU UEBERTRAGE-IN-ARBEIT-EXIT
               UNTIL BAF-ENDE-ERREICHT
                  OR BAF-UMSCHREIBEN-GESCHEITERT
           PERFORM SCHLIESSE-QUELLE
           CLOSE ARBEITS-DATEI
           IF BAF-UMSCHREIBEN-OK
              AND NOT BAF-SATZ-GEFUNDEN
               SET BAF-UMSCHREIBEN-GESCHEITERT TO TRUE
           END-IF
           IF BAF-UMSCHREIBEN-GESCHEITERT
               DISPLAY "BANAUF: AUFTRAG INZWISCHEN VERAENDERT ODER"
                   " VERARBEITET, BITTE NEU AUSWAEHLEN"
               GO TO SCHREIBE-DATEI-UM-ENDE
           END-IF
           OPEN INPUT ARBEITS-DATEI
           PERFORM OEFFNE-QUELLE-SCHREIBEN
           IF BAF-ARBEIT-STATUS NOT = "00"
               SET BAF-UMSCHREIBEN-GESCHEITERT TO TRUE
               DISPLAY "BANAUF: " BAF-ZIEL-DATEINAME
                   " NICHT NEU AUFGESETZT, STATUS " BAF-ARBEIT-STATUS
               CLOSE ARBEITS-DATEI
               GO TO SCHREIBE-DATEI-UM-ENDE
           END-IF
           MOVE "N" TO BAF-DATEI-ENDE
           PERFORM UEBERTRAGE-AUS-ARBEIT
               THRU UEBERTRAGE-AUS-ARBEIT-EXIT
               UNTIL BAF-ENDE-ERREICHT
           PERFORM SCHLIESSE-QUELLE
           CLOSE ARBEITS-DATEI
      * Die Zieldatei ist dann nur teilweise geschrieben; BANAUFW
      * ist vollstaendig und darf bis zur Wiederherstellung nicht
      * durch ein weiteres Aendern oder Stornieren ueberschrieben
      * werden.
           IF BAF-UMSCHREIBEN-GESCHEITERT
               DISPLAY "BANAUF: " BAF-ZIEL-DATEINAME
                   " UNVOLLSTAENDIG, STATUS " BAF-ARBEIT-STATUS
               DISPLAY "BANAUF: VOLLSTAENDIGE FASSUNG STEHT IN"
                   " BANAUFW, BITTE DEN BETRIEB VERSTAENDIGEN"
               SET BAF-ENDE-GEWUENSCHT TO TRUE
           END-IF
           .
       SCHREIBE-DATEI-UM-ENDE.
           EXIT.

      * Oeffnen, Lesen, Schreiben und Schliessen der Zieldatei. Der
      * Dateistatus wird fuer beide Dateien in BAF-ARBEIT-STATUS
      * gemeldet, damit die Ablaufsteuerung nur ein Feld prueft;
      * bei der Arbeitsdatei selbst steht er ohnehin dort.
       OEFFNE-QUELLE-LESEN SECTION.
           IF BAF-ZIEL-IST-EINGABE
               OPEN INPUT HOEHE-DATEI
               MOVE BAF-EINGABE-STATUS TO BAF-ARBEIT-STATUS
           ELSE
               OPEN INPUT RUECKSTAND-DATEI
               MOVE BAF-RUECK-STATUS TO BAF-ARBEIT-STATUS
           END-IF
           .
           EXIT.

       OEFFNE-QUELLE-SCHREIBEN SECTION.
           IF BAF-ARBEIT-STATUS = "00"
               IF BAF-ZIEL-IST-EINGABE
                   OPEN OUTPUT HOEHE-DATEI
                   MOVE BAF-EINGABE-STATUS TO BAF-ARBEIT-STATUS
               ELSE
                   OPEN OUTPUT RUECKSTAND-DATEI
                   MOVE BAF-RUECK-STATUS TO BAF-ARBEIT-STATUS
               END-IF
           END-IF
           .
           EXIT.

       SCHLIESSE-QUELLE SECTION.
           IF BAF-ZIEL-IST-EINGABE
               CLOSE HOEHE-DATEI
           ELSE
               CLOSE RUECKSTAND-DATEI
           END-IF
           .
           EXIT.

       UEBERTRAGE-IN-ARBEIT-VERARBEITUNG SECTION.
       UEBERTRAGE-IN-ARBEIT.
           IF BAF-ZIEL-IST-EINGABE
               READ HOEHE-DATEI
                   AT END
                       SET BAF-ENDE-ERREICHT TO TRUE
               END-READ
               MOVE EINGABE-SATZ TO BAF-QUELL-SATZ
           ELSE
               READ RUECKSTAND-DATEI
                   AT END
                       SET BAF-ENDE-ERREICHT TO TRUE
               END-READ
               MOVE RUECKSTAND-SATZ TO BAF-QUELL-SATZ
           END-IF
           IF BAF-ENDE-ERREICHT
               GO TO UEBERTRAGE-IN-ARBEIT-EXIT
           END-IF
           ADD 1 TO BAF-SATZ-NR
           IF BAF-SATZ-NR = BAF-ZIEL-SATZ-NR
               IF BAF-QUELL-SATZ NOT = BAF-ZIEL-ALT
                   SET BAF-UMSCHREIBEN-GESCHEITERT TO TRUE
                   GO TO UEBERTRAGE-IN-ARBEIT-EXIT
               END-IF
               SET BAF-SATZ-GEFUNDEN TO TRUE
               IF BAF-ZIEL-ENTFERNEN
                   GO TO UEBERTRAGE-IN-ARBEIT-EXIT
               END-IF
               MOVE BAF-ZIEL-NEU TO BAF-QUELL-SATZ
           END-IF
           MOVE BAF-QUELL-SATZ TO ARBEITS-SATZ
           WRITE ARBEITS-SATZ
           IF BAF-ARBEIT-STATUS NOT = "00"
               DISPLAY "BANAUF: BANAUFW NICHT SCHREIBBAR, STATUS "
                   BAF-ARBEIT-STATUS
               SET BAF-UMSCHREIBEN-GESCHEITERT TO TRUE
           END-IF
           .
       UEBERTRAGE-IN-ARBEIT-EXIT.
           EXIT.

       UEBERTRAGE-AUS-ARBEIT-VERARBEITUNG SECTION.
       UEBERTRAGE-AUS-ARBEIT.
           READ ARBEITS-DATEI
               AT END
                   SET BAF-ENDE-ERREICHT TO TRUE
           END-READ
           IF BAF-ENDE-ERREICHT
               GO TO UEBERTRAGE-AUS-ARBEIT-EXIT
           END-IF
           IF BAF-ZIEL-IST-EINGABE
               MOVE ARBEITS-SATZ TO EINGABE-SATZ
               WRITE EINGABE-SATZ
               MOVE BAF-EINGABE-STATUS TO BAF-ARBEIT-STATUS
           ELSE
               MOVE ARBEITS-SATZ TO RUECKSTAND-SATZ
               WRITE RUECKSTAND-SATZ
               MOVE BAF-RUECK-STATUS TO BAF-ARBEIT-STATUS
           END-IF
           IF BAF-ARBEIT-STATUS NOT = "00"
               SET BAF-UMSCHREIBEN-GESCHEITERT TO TRUE
               SET BAF-ENDE-ERREICHT TO TRUE
           END-IF
           .
       UEBERTRAGE-AUS-ARBEIT-EXIT.
           EXIT.

       SCHREIBE-JOURNAL-SATZ SECTION.
           OPEN EXTEND JOURNAL-DATEI
           IF BAF-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-DATEI
           END-IF
           IF BAF-JOURNAL-STATUS NOT = "00"
               DISPLAY "BANAUF: JOURNAL BANAUFJ NICHT SCHREIBBAR,"
                   " STATUS " BAF-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO JOURNAL-SATZ
               MOVE FUNCTION CURRENT-DATE TO BAF-AKTUELLES-DATUM
               MOVE BAF-AKTUELLES-DATUM (1:8) TO JRN-DATUM
               MOVE BAF-AKTUELLES-DATUM (9:6) TO JRN-UHRZEIT
               MOVE BAF-JRN-AKTION TO JRN-AKTION
               MOVE BAF-ZIEL-DATEINAME TO JRN-DATEI
               MOVE BAF-ZIEL-ALT TO JRN-ALT-BILD
               MOVE BAF-ZIEL-NEU TO JRN-NEU-BILD
               WRITE JOURNAL-SATZ
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Zustandsabfrage: offene Auftraege, Abweisungen des letzten
      * Nachtlaufs und die zuletzt gedruckten Auftraege.
      *----------------------------------------------------------------
       ZEIGE-ZUSTAND SECTION.
           PERFORM SAMMLE-OFFENE-AUFTRAEGE
           IF BAF-ANZAHL-OFFEN = 0
               DISPLAY "KEINE OFFENEN AUFTRAEGE"
           ELSE
               DISPLAY "OFFENE AUFTRAEGE (WARTET = NAECHSTE NACHT,"
                   " VORGETRAGEN = NAECHSTE NACHT VORAB):"
               PERFORM ZEIGE-OFFENE-AUFTRAEGE
           END-IF
           PERFORM ZEIGE-ABWEISUNGEN
           PERFORM ZEIGE-GEDRUCKTE
           .
           EXIT.

      *----------------------------------------------------------------
      * HOEHEERR haelt die Abweisungen des letzten Nachtlaufs; das
      * Laufdatum steht im Kopf des Pruefberichts HOEHEEDT, der im
      * selben Schritt geschrieben wird.
      *----------------------------------------------------------------
       ZEIGE-ABWEISUNGEN SECTION.
           MOVE SPACES TO BAF-LAUF-DATUM
           OPEN INPUT EDIT-BERICHT
           IF BAF-EDIT-STATUS = "00"
               READ EDIT-BERICHT
               IF BAF-EDIT-STATUS = "00"
                  AND EDIT-KOPF-TEXT = "DIABATCH PRUEFBERICHT"
                   MOVE EDIT-KOPF-DATUM TO BAF-LAUF-DATUM
               END-IF
               CLOSE EDIT-BERICHT
           END-IF
           MOVE 0 TO BAF-ABGEWIESEN
           OPEN INPUT FEHLER-DATEI
           IF BAF-FEHLER-STATUS = "00"
               MOVE "N" TO BAF-DATEI-ENDE
               PERFORM ZEIGE-ABWEISUNG THRU ZEIGE-ABWEISUNG-EXIT
                   UNTIL BAF-ENDE-ERREICHT
               CLOSE FEHLER-DATEI
           END-IF
           IF BAF-ABGEWIESEN = 0
               DISPLAY "KEINE ABWEISUNGEN IM LETZTEN NACHTLAUF"
           END-IF
           .
           EXIT.

       ZEIGE-ABWEISUNG-VERARBEITUNG SECTION.
       ZEIGE-ABWEISUNG.
           READ FEHLER-DATEI
               AT END
                   SET BAF-ENDE-ERREICHT TO TRUE
           END-READ
           IF BAF-ENDE-ERREICHT
              OR FEHLER-INHALT (1:20) NOT = BAF-ANFORDERER
               GO TO ZEIGE-ABWEISUNG-EXIT
           END-IF
           ADD 1 TO BAF-ABGEWIESEN
           IF BAF-ABGEWIESEN = 1
               DISPLAY "ABGEWIESEN IM NACHTLAUF VOM " BAF-LAUF-DATUM
                   " (BITTE BERICHTIGT NEU ERFASSEN):"
           END-IF
           MOVE FEHLER-INHALT TO HOEHE-DATEI-SATZ
           MOVE BAF-ABGEWIESEN TO BAF-AZ-NR
           MOVE "ABGEWIESEN" TO BAF-AZ-ZUSTAND
           PERFORM ZEIGE-AUFTRAG
           DISPLAY "   GRUND: " FEHLER-GRUND
           .
       ZEIGE-ABWEISUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Das Druckjournal BANDRUCK waechst jede Nacht; gezeigt werden
      * die letzten BAF-MAX-GEDRUCKT Auftraege des Anforderers.
      *----------------------------------------------------------------
       ZEIGE-GEDRUCKTE SECTION.
           MOVE 0 TO BAF-ANZAHL-GEDRUCKT
           MOVE 0 TO BAF-GEDRUCKT-GESAMT
           OPEN INPUT DRUCK-DATEI
           IF BAF-DRUCK-STATUS = "00"
               MOVE "N" TO BAF-DATEI-ENDE
               PERFORM MERKE-GEDRUCKTEN THRU MERKE-GEDRUCKTEN-EXIT
                   UNTIL BAF-ENDE-ERREICHT
               CLOSE DRUCK-DATEI
           END-IF
           IF BAF-ANZAHL-GEDRUCKT = 0
               DISPLAY "KEINE GEDRUCKTEN AUFTRAEGE"
           ELSE
               DISPLAY "ZULETZT GEDRUCKT (" BAF-ANZAHL-GEDRUCKT
                   " VON " BAF-GEDRUCKT-GESAMT "):"
               PERFORM ZEIGE-GEDRUCKTEN
                   VARYING BAF-I FROM 1 BY 1
                   UNTIL BAF-I > BAF-ANZAHL-GEDRUCKT
           END-IF
           .
           EXIT.

       MERKE-GEDRUCKTEN-VERARBEITUNG SECTION.
       MERKE-GEDRUCKTEN.
           READ DRUCK-DATEI
               AT END
                   SET BAF-ENDE-ERREICHT TO TRUE
           END-READ
           IF BAF-ENDE-ERREICHT
              OR DRU-AUFTRAG (1:20) NOT = BAF-ANFORDERER
               GO TO MERKE-GEDRUCKTEN-EXIT
           END-IF
           ADD 1 TO BAF-GEDRUCKT-GESAMT
      * Tabelle voll: der aelteste faellt vorn heraus.
           IF BAF-ANZAHL-GEDRUCKT NOT < BAF-MAX-GEDRUCKT
               PERFORM RUECKE-GEDRUCKTEN-AUF
                   VARYING BAF-I FROM 1 BY 1
                   UNTIL BAF-I NOT < BAF-ANZAHL-GEDRUCKT
           ELSE
               ADD 1 TO BAF-ANZAHL-GEDRUCKT
           END-IF
           MOVE DRU-DATUM TO BAF-GD-DATUM (BAF-ANZAHL-GEDRUCKT)
           MOVE DRU-BUENDEL TO BAF-GD-BUENDEL (BAF-ANZAHL-GEDRUCKT)
           MOVE DRU-AUFTRAG TO BAF-GD-AUFTRAG (BAF-ANZAHL-GEDRUCKT)
           .
       MERKE-GEDRUCKTEN-EXIT.
           EXIT.

       RUECKE-GEDRUCKTEN-AUF SECTION.
           MOVE BAF-GEDRUCKT (BAF-I + 1) TO BAF-GEDRUCKT (BAF-I)
           .
           EXIT.

       ZEIGE-GEDRUCKTEN SECTION.
           MOVE BAF-GD-AUFTRAG (BAF-I) TO HOEHE-DATEI-SATZ
           MOVE BAF-I TO BAF-AZ-NR
           MOVE "GEDRUCKT" TO BAF-AZ-ZUSTAND
           PERFORM ZEIGE-AUFTRAG
           DISPLAY "   IN DER NACHT VOM " BAF-GD-DATUM (BAF-I)
               ", BUENDEL " BAF-GD-BUENDEL (BAF-I)
           .
           EXIT.

       END PROGRAM BANAUF.
