       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTKORR.
      * Ergebniskorrektur unter Aufsicht: ein Spiel der Ergebnisdatei
      * TTTSCORE wird ueber den SCORE-SCHLUESSEL aufgerufen und
      * entweder annulliert (der Ergebnissatz wird geloescht) oder
      * mit einem anderen Gewinner ("X", "O" oder "UNENTSCH")
      * zurueckgeschrieben. Bearbeiter und Grund sind Pflicht; jede
      * Korrektur wird mit Zeitstempel und dem Satzbild vor und nach
      * der Korrektur an das Korrekturjournal TTTKORJ angehaengt.
      * Ein korrigiertes Ergebnis gilt als am Brett entschieden; eine
      * Entscheidung durch Zeitueberschreitung entfaellt damit.
      * Nachgefuehrt werden:
      * - die Turnierpaarung in TTTTURN, wenn das Spiel eine
      *   Turnier-Kennung traegt (beim Annullieren wird das
      *   Ergebnis der Paarung wieder geloescht, damit sie neu
      *   gespielt werden kann);
      * - der Serienstand in TTTMATCH, wenn der Bediener die
      *   Match-Kennung der Serie nennt (die Spiele einer Serie
      *   stehen ohne Bezug zur Serie in TTTSCORE). Aendert sich
      *   dadurch die Serienentscheidung, wird die Serie beendet,
      *   umgewertet oder wieder geoeffnet und ihre Turnierpaarung
      *   nachgefuehrt.
      * Ist im K.O.-System oder im Schweizer System die Folgerunde
      * schon erzeugt, wird die Paarung trotzdem nachgefuehrt, die
      * Folgerunde aber nicht angefasst; der Bediener wird darauf
      * hingewiesen. Das Rating
      * rechnet TTTRATE beim naechsten Lauf anhand des Journals neu,
      * den Tagesbericht druckt TTTKORB.
      * Laesst sich die Journalzeile nicht schreiben, bleibt die
      * Korrektur bestehen, ist aber weder belegt noch fuer TTTRATE
      * sichtbar: das wird ueber FEHLPROT gemeldet, und das Programm
      * endet mit Ruecklieferungscode 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS KOR-SCORE-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS KOR-TURNIER-STATUS.

           SELECT MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS KOR-MATCH-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TTTKORJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KOR-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  MATCH-DATEI.
           COPY MATSATZ.

       FD  JOURNAL-DATEI.
           COPY KORJSATZ.

       WORKING-STORAGE SECTION.
       01  KOR-SCORE-STATUS PIC XX.
       01  KOR-TURNIER-STATUS PIC XX.
       01  KOR-MATCH-STATUS PIC XX.
       01  KOR-JOURNAL-STATUS PIC XX.

           COPY FEHLAUFR.

       01  KOR-SCHALTER.
           05 KOR-PROGRAMM-ENDE PIC X(01) VALUE "N".
             88 KOR-ENDE-GEWUENSCHT VALUE "J".
           05 KOR-PAARUNG-GEFUNDEN PIC X(01).
             88 KOR-PAARUNG-IST-GEFUNDEN VALUE "J".
           05 KOR-PAARUNG-GETAUSCHT PIC X(01).
             88 KOR-PAARUNG-IST-GETAUSCHT VALUE "J".
           05 KOR-JOURNAL-FEHLER PIC X(01) VALUE "N".
             88 KOR-JOURNAL-GESCHEITERT VALUE "J".

       01  KOR-AUSWAHL PIC X(01).
       01  KOR-AKTION PIC X(12).
         88 KOR-AKTION-ANNULLIEREN VALUE "ANNULLIEREN".
         88 KOR-AKTION-SIEGER VALUE "SIEGER".
       01  KOR-SCHLUESSEL-EINGABE PIC X(16).
       01  KOR-GEWINNER-EINGABE PIC X(01).
       01  KOR-MATCH-EINGABE PIC X(08).
       01  KOR-BEARBEITER PIC X(08).
       01  KOR-GRUND PIC X(30).
       01  KOR-BESTAETIGUNG PIC X(01).
       01  KOR-AKTUELLES-DATUM PIC X(21).

      * Ergebnissatz vor und nach der Korrektur; beim Annullieren
      * bleibt das Nachher-Bild leer.
       01  KOR-ALT-BILD PIC X(80).
       01  KOR-NEU-BILD PIC X(80).
       01  KOR-ALT-SPIEL.
           05 KOR-ALT-DATUM PIC 9(08).
           05 KOR-ALT-SPIELER-X PIC X(20).
           05 KOR-ALT-SPIELER-O PIC X(20).
           05 KOR-ALT-GEWINNER PIC X(10).
           05 KOR-ALT-TURNIER-ID PIC X(08).
           05 KOR-ALT-RUNDE PIC X(02).
           05 KOR-ALT-ENTSCHEIDUNG PIC X(01).
             88 KOR-ALT-ZEITVERLUST VALUE "Z".
       01  KOR-NEU-GEWINNER PIC X(10).

       01  KOR-TURNIER-FOLGE PIC X(01).
       01  KOR-MATCH-FOLGE PIC X(01).

      * Schnittstelle zu TRAGE-PAARUNG-EIN: Turnier, Runde, die
      * beiden Spieler in der Sicht des Spiels und das Ergebnis in
      * dieser Sicht (leer = Ergebnis loeschen). Zurueck kommt das
      * Folgekennzeichen fuer das Journal.
       01  KOR-PA-TURNIER-ID PIC X(08).
       01  KOR-PA-RUNDE PIC X(02).
       01  KOR-PA-SPIELER-X PIC X(20).
       01  KOR-PA-SPIELER-O PIC X(20).
       01  KOR-PA-ERGEBNIS PIC X(10).
       01  KOR-PA-FOLGE PIC X(01).
       01  KOR-PA-RUNDE-NR PIC 9(02).
       01  KOR-PAARUNG-NR PIC 9(02).

      * Serienstand: die Spielergebnisse vor und nach der Korrektur
      * in der Sicht der Serie (Sieger als Spielername).
       01  KOR-ALT-SIEGER-NAME PIC X(20).
       01  KOR-NEU-SIEGER-NAME PIC X(20).
       01  KOR-MAT-ALT-STATUS PIC X(01).
       01  KOR-MAT-ALT-SIEGER PIC X(20).
       01  KOR-SIEGE-NOETIG PIC 9(01).

       PROCEDURE DIVISION.

           OPEN I-O SCORE-DATEI
           IF KOR-SCORE-STATUS NOT = "00"
               DISPLAY "TTTKORR: ERGEBNISDATEI NICHT NUTZBAR,"
                   " STATUS " KOR-SCORE-STATUS
           ELSE
               PERFORM VERARBEITE-AUSWAHL
                   WITH TEST AFTER
                   UNTIL KOR-ENDE-GEWUENSCHT
               CLOSE SCORE-DATEI
           END-IF
           IF KOR-JOURNAL-GESCHEITERT
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
          .

       VERARBEITE-AUSWAHL SECTION.
           DISPLAY "Aktion: A=Annullieren S=Sieger aendern E=Ende: "
               WITH NO ADVANCING
           ACCEPT KOR-AUSWAHL
           EVALUATE KOR-AUSWAHL
               WHEN "A"
                   SET KOR-AKTION-ANNULLIEREN TO TRUE
                   PERFORM KORRIGIERE-SPIEL
               WHEN "S"
                   SET KOR-AKTION-SIEGER TO TRUE
                   PERFORM KORRIGIERE-SPIEL
               WHEN "E"
                   SET KOR-ENDE-GEWUENSCHT TO TRUE
               WHEN OTHER
                   DISPLAY "TTTKORR: UNBEKANNTE AKTION"
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Eine Korrektur: Spiel aufrufen und anzeigen, neuen Gewinner,
      * Serienzuordnung, Bearbeiter und Grund erfassen, nach
      * Bestaetigung den Ergebnissatz aendern oder loeschen, Turnier
      * und Serie nachfuehren und das Journal schreiben. Jede
      * ungueltige Eingabe bricht die Korrektur ohne Aenderung ab.
      *----------------------------------------------------------------
       KORRIGIERE-SPIEL SECTION.
           DISPLAY "Spielschluessel (JJJJMMTTHHMMSSHH): "
               WITH NO ADVANCING
           ACCEPT KOR-SCHLUESSEL-EINGABE
           IF KOR-SCHLUESSEL-EINGABE IS NOT NUMERIC
               DISPLAY "TTTKORR: SCHLUESSEL MUSS 16 ZIFFERN HABEN"
               GO TO KORRIGIERE-SPIEL-ENDE
           END-IF
           MOVE KOR-SCHLUESSEL-EINGABE TO SCORE-SCHLUESSEL
           READ SCORE-DATEI
           IF KOR-SCORE-STATUS NOT = "00"
               DISPLAY "TTTKORR: SPIEL NICHT GEFUNDEN"
               GO TO KORRIGIERE-SPIEL-ENDE
           END-IF
           DISPLAY "  " SCORE-SPIELER-X " (X) GEGEN "
               SCORE-SPIELER-O " (O)"
           DISPLAY "  GEWINNER " SCORE-GEWINNER ", " SCORE-ZUEGE
               " ZUEGE, TURNIER " SCORE-TURNIER-ID " RUNDE "
               SCORE-RUNDE
           IF SCORE-ZEITVERLUST
               DISPLAY "  DURCH ZEITUEBERSCHREITUNG ENTSCHIEDEN"
           END-IF
           MOVE SCORE-SATZ TO KOR-ALT-BILD
           MOVE SCORE-DATUM TO KOR-ALT-DATUM
           MOVE SCORE-SPIELER-X TO KOR-ALT-SPIELER-X
           MOVE SCORE-SPIELER-O TO KOR-ALT-SPIELER-O
           MOVE SCORE-GEWINNER TO KOR-ALT-GEWINNER
           MOVE SCORE-TURNIER-ID TO KOR-ALT-TURNIER-ID
           MOVE SCORE-RUNDE TO KOR-ALT-RUNDE
           MOVE SCORE-ENTSCHEIDUNG TO KOR-ALT-ENTSCHEIDUNG

           MOVE SPACES TO KOR-NEU-GEWINNER
           IF KOR-AKTION-SIEGER
               DISPLAY "Neuer Gewinner (X, O, U = unentschieden): "
                   WITH NO ADVANCING
               ACCEPT KOR-GEWINNER-EINGABE
               EVALUATE KOR-GEWINNER-EINGABE
                   WHEN "X"
                       MOVE "X" TO KOR-NEU-GEWINNER
                   WHEN "O"
                       MOVE "O" TO KOR-NEU-GEWINNER
                   WHEN "U"
                       MOVE "UNENTSCH" TO KOR-NEU-GEWINNER
                   WHEN OTHER
                       DISPLAY "TTTKORR: GEWINNER MUSS X, O ODER U"
                           " SEIN"
                       GO TO KORRIGIERE-SPIEL-ENDE
               END-EVALUATE
               IF KOR-NEU-GEWINNER = KOR-ALT-GEWINNER
                   DISPLAY "TTTKORR: GEWINNER UNVERAENDERT,"
                       " KEINE KORREKTUR"
                   GO TO KORRIGIERE-SPIEL-ENDE
               END-IF
           END-IF

           DISPLAY "Match-Kennung der Serie (leer = keine): "
               WITH NO ADVANCING
           ACCEPT KOR-MATCH-EINGABE
           IF KOR-MATCH-EINGABE NOT = SPACES
               PERFORM PRUEFE-MATCH-ZUORDNUNG
               IF KOR-MATCH-EINGABE = SPACES
                   GO TO KORRIGIERE-SPIEL-ENDE
               END-IF
           END-IF

           DISPLAY "Bearbeiter: " WITH NO ADVANCING
           ACCEPT KOR-BEARBEITER
           IF KOR-BEARBEITER = SPACES
               DISPLAY "TTTKORR: BEARBEITER DARF NICHT LEER SEIN"
               GO TO KORRIGIERE-SPIEL-ENDE
           END-IF
           DISPLAY "Grund: " WITH NO ADVANCING
           ACCEPT KOR-GRUND
           IF KOR-GRUND = SPACES
               DISPLAY "TTTKORR: GRUND DARF NICHT LEER SEIN"
               GO TO KORRIGIERE-SPIEL-ENDE
           END-IF
           DISPLAY "Korrektur " KOR-AKTION " ausfuehren? (J/N): "
               WITH NO ADVANCING
           ACCEPT KOR-BESTAETIGUNG
           IF KOR-BESTAETIGUNG NOT = "J"
               DISPLAY "TTTKORR: KORREKTUR VERWORFEN"
               GO TO KORRIGIERE-SPIEL-ENDE
           END-IF

           MOVE KOR-SCHLUESSEL-EINGABE TO SCORE-SCHLUESSEL
           IF KOR-AKTION-ANNULLIEREN
               DELETE SCORE-DATEI
               MOVE SPACES TO KOR-NEU-BILD
           ELSE
               MOVE KOR-ALT-BILD TO SCORE-SATZ
               MOVE KOR-NEU-GEWINNER TO SCORE-GEWINNER
      * Ein korrigiertes Ergebnis gilt als am Brett entschieden.
               SET SCORE-AM-BRETT TO TRUE
               REWRITE SCORE-SATZ
               MOVE SCORE-SATZ TO KOR-NEU-BILD
           END-IF
           IF KOR-SCORE-STATUS NOT = "00"
               DISPLAY "TTTKORR: ERGEBNISSATZ NICHT GEAENDERT,"
                   " STATUS " KOR-SCORE-STATUS
               GO TO KORRIGIERE-SPIEL-ENDE
           END-IF

           MOVE SPACES TO KOR-TURNIER-FOLGE
           MOVE SPACES TO KOR-MATCH-FOLGE
           IF KOR-ALT-TURNIER-ID NOT = SPACES
               MOVE KOR-ALT-TURNIER-ID TO KOR-PA-TURNIER-ID
               MOVE KOR-ALT-RUNDE TO KOR-PA-RUNDE
               MOVE KOR-ALT-SPIELER-X TO KOR-PA-SPIELER-X
               MOVE KOR-ALT-SPIELER-O TO KOR-PA-SPIELER-O
               MOVE KOR-NEU-GEWINNER TO KOR-PA-ERGEBNIS
               PERFORM TRAGE-PAARUNG-EIN
               MOVE KOR-PA-FOLGE TO KOR-TURNIER-FOLGE
           END-IF
           IF KOR-MATCH-EINGABE NOT = SPACES
               PERFORM FUEHRE-MATCH-NACH
           END-IF
           PERFORM SCHREIBE-JOURNAL-SATZ
           DISPLAY "TTTKORR: SPIEL " KOR-SCHLUESSEL-EINGABE " "
               KOR-AKTION " DURCHGEFUEHRT"
           .
       KORRIGIERE-SPIEL-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Die genannte Serie muss existieren, dieselben beiden Spieler
      * fuehren und darf nicht nach dem Spiel begonnen haben; sonst
      * wird die Match-Kennung verworfen und die Korrektur bricht ab.
      *----------------------------------------------------------------
       PRUEFE-MATCH-ZUORDNUNG SECTION.
           OPEN INPUT MATCH-DATEI
           IF KOR-MATCH-STATUS NOT = "00"
               DISPLAY "TTTKORR: MATCHDATEI NICHT LESBAR, STATUS "
                   KOR-MATCH-STATUS
               MOVE SPACES TO KOR-MATCH-EINGABE
           ELSE
               MOVE KOR-MATCH-EINGABE TO MAT-KENNUNG
               READ MATCH-DATEI
               EVALUATE TRUE
                   WHEN KOR-MATCH-STATUS NOT = "00"
                       DISPLAY "TTTKORR: MATCH NICHT GEFUNDEN"
                       MOVE SPACES TO KOR-MATCH-EINGABE
                   WHEN NOT ((MAT-SPIELER-A = KOR-ALT-SPIELER-X
                              AND MAT-SPIELER-B = KOR-ALT-SPIELER-O)
                          OR (MAT-SPIELER-A = KOR-ALT-SPIELER-O
                              AND MAT-SPIELER-B = KOR-ALT-SPIELER-X))
                       DISPLAY "TTTKORR: MATCH FUEHRT ANDERE SPIELER"
                       MOVE SPACES TO KOR-MATCH-EINGABE
                   WHEN MAT-BEGONNEN-AM > KOR-ALT-DATUM
                       DISPLAY "TTTKORR: MATCH BEGANN NACH DEM SPIEL"
                       MOVE SPACES TO KOR-MATCH-EINGABE
                   WHEN OTHER
                       DISPLAY "  SERIE " MAT-SPIELER-A " "
                           MAT-SIEGE-A " - " MAT-SIEGE-B " "
                           MAT-SPIELER-B ", STATUS " MAT-STATUS
               END-EVALUATE
               CLOSE MATCH-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Serienstand nachfuehren: das alte Spielergebnis wird aus den
      * Zaehlern genommen, das neue (ausser beim Annullieren)
      * hinzugezaehlt. Danach wird die Entscheidung neu bestimmt;
      * erreichen nach der Korrektur beide Spieler die noetigen
      * Siege, bleibt der bisherige Sieger stehen. Aendert sich die
      * Entscheidung einer Turnierserie, wird ihre Paarung mit
      * MAT-SPIELER-A als X-Seite nachgefuehrt.
      *----------------------------------------------------------------
       FUEHRE-MATCH-NACH SECTION.
           OPEN I-O MATCH-DATEI
           IF KOR-MATCH-STATUS NOT = "00"
               DISPLAY "TTTKORR: MATCHDATEI NICHT NUTZBAR, STATUS "
                   KOR-MATCH-STATUS
               MOVE "N" TO KOR-MATCH-FOLGE
               GO TO FUEHRE-MATCH-NACH-ENDE
           END-IF
           MOVE KOR-MATCH-EINGABE TO MAT-KENNUNG
           READ MATCH-DATEI
           IF KOR-MATCH-STATUS NOT = "00"
               DISPLAY "TTTKORR: MATCH NICHT MEHR LESBAR"
               MOVE "N" TO KOR-MATCH-FOLGE
               CLOSE MATCH-DATEI
               GO TO FUEHRE-MATCH-NACH-ENDE
           END-IF
           MOVE MAT-STATUS TO KOR-MAT-ALT-STATUS
           MOVE MAT-SIEGER TO KOR-MAT-ALT-SIEGER

           EVALUATE KOR-ALT-GEWINNER
               WHEN "X"
                   MOVE KOR-ALT-SPIELER-X TO KOR-ALT-SIEGER-NAME
               WHEN "O"
                   MOVE KOR-ALT-SPIELER-O TO KOR-ALT-SIEGER-NAME
               WHEN OTHER
                   MOVE SPACES TO KOR-ALT-SIEGER-NAME
           END-EVALUATE
           EVALUATE TRUE
               WHEN KOR-ALT-SIEGER-NAME = SPACES
                   IF MAT-UNENTSCHIEDEN > 0
                       SUBTRACT 1 FROM MAT-UNENTSCHIEDEN
                   END-IF
               WHEN KOR-ALT-SIEGER-NAME = MAT-SPIELER-A
                   IF MAT-SIEGE-A > 0
                       SUBTRACT 1 FROM MAT-SIEGE-A
                   END-IF
               WHEN OTHER
                   IF MAT-SIEGE-B > 0
                       SUBTRACT 1 FROM MAT-SIEGE-B
                   END-IF
           END-EVALUATE
      * Der Zeitverlust des alten Ergebnisses faellt mit ihm weg.
           IF KOR-ALT-ZEITVERLUST
              AND KOR-ALT-SIEGER-NAME NOT = SPACES
               IF KOR-ALT-SIEGER-NAME = MAT-SPIELER-A
                   IF MAT-ZEITVERLUSTE-B > 0
                       SUBTRACT 1 FROM MAT-ZEITVERLUSTE-B
                   END-IF
               ELSE
                   IF MAT-ZEITVERLUSTE-A > 0
                       SUBTRACT 1 FROM MAT-ZEITVERLUSTE-A
                   END-IF
               END-IF
           END-IF

           IF KOR-AKTION-ANNULLIEREN
               IF MAT-GESPIELT > 0
                   SUBTRACT 1 FROM MAT-GESPIELT
               END-IF
           ELSE
               EVALUATE KOR-NEU-GEWINNER
                   WHEN "X"
                       MOVE KOR-ALT-SPIELER-X TO KOR-NEU-SIEGER-NAME
                   WHEN "O"
                       MOVE KOR-ALT-SPIELER-O TO KOR-NEU-SIEGER-NAME
                   WHEN OTHER
                       MOVE SPACES TO KOR-NEU-SIEGER-NAME
               END-EVALUATE
               EVALUATE TRUE
                   WHEN KOR-NEU-SIEGER-NAME = SPACES
                       ADD 1 TO MAT-UNENTSCHIEDEN
                   WHEN KOR-NEU-SIEGER-NAME = MAT-SPIELER-A
                       ADD 1 TO MAT-SIEGE-A
                   WHEN OTHER
                       ADD 1 TO MAT-SIEGE-B
               END-EVALUATE
           END-IF

           COMPUTE KOR-SIEGE-NOETIG = (MAT-BESTER-AUS + 1) / 2
           EVALUATE TRUE
               WHEN MAT-SIEGE-A NOT < KOR-SIEGE-NOETIG
                AND MAT-SIEGE-B NOT < KOR-SIEGE-NOETIG
                AND KOR-MAT-ALT-SIEGER NOT = SPACES
                   CONTINUE
               WHEN MAT-SIEGE-A NOT < KOR-SIEGE-NOETIG
                   MOVE "B" TO MAT-STATUS
                   MOVE MAT-SPIELER-A TO MAT-SIEGER
               WHEN MAT-SIEGE-B NOT < KOR-SIEGE-NOETIG
                   MOVE "B" TO MAT-STATUS
                   MOVE MAT-SPIELER-B TO MAT-SIEGER
               WHEN OTHER
                   MOVE "O" TO MAT-STATUS
                   MOVE SPACES TO MAT-SIEGER
           END-EVALUATE
           REWRITE MATCH-SATZ
           IF KOR-MATCH-STATUS NOT = "00"
               DISPLAY "TTTKORR: MATCHSATZ NICHT SCHREIBBAR,"
                   " STATUS " KOR-MATCH-STATUS
               MOVE "N" TO KOR-MATCH-FOLGE
               CLOSE MATCH-DATEI
               GO TO FUEHRE-MATCH-NACH-ENDE
           END-IF
           CLOSE MATCH-DATEI
           DISPLAY "  SERIE NEU " MAT-SPIELER-A " " MAT-SIEGE-A
               " - " MAT-SIEGE-B " " MAT-SPIELER-B ", STATUS "
               MAT-STATUS

           IF MAT-STATUS = KOR-MAT-ALT-STATUS
              AND MAT-SIEGER = KOR-MAT-ALT-SIEGER
               MOVE "J" TO KOR-MATCH-FOLGE
           ELSE
               MOVE "E" TO KOR-MATCH-FOLGE
               EVALUATE TRUE
                   WHEN MAT-IST-OFFEN
                       DISPLAY "TTTKORR: SERIE IST WIEDER OFFEN,"
                           " FORTSETZUNG UEBER DIE MATCH-KENNUNG"
                   WHEN OTHER
                       DISPLAY "TTTKORR: SERIE JETZT GEWONNEN VON "
                           MAT-SIEGER
               END-EVALUATE
               IF MAT-TURNIER-ID NOT = SPACES
                   MOVE MAT-TURNIER-ID TO KOR-PA-TURNIER-ID
                   MOVE MAT-RUNDE TO KOR-PA-RUNDE
                   MOVE MAT-SPIELER-A TO KOR-PA-SPIELER-X
                   MOVE MAT-SPIELER-B TO KOR-PA-SPIELER-O
                   EVALUATE TRUE
                       WHEN MAT-IST-OFFEN
                           MOVE SPACES TO KOR-PA-ERGEBNIS
                       WHEN MAT-SIEGER = MAT-SPIELER-A
                           MOVE "X" TO KOR-PA-ERGEBNIS
                       WHEN OTHER
                           MOVE "O" TO KOR-PA-ERGEBNIS
                   END-EVALUATE
                   PERFORM TRAGE-PAARUNG-EIN
                   MOVE KOR-PA-FOLGE TO KOR-TURNIER-FOLGE
               END-IF
           END-IF
           .
       FUEHRE-MATCH-NACH-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Traegt ein Ergebnis (leer = loeschen) in die Paarung der
      * beiden Spieler ein, wie TTT beim Spielende: die Paarung wird
      * innerhalb der Runde ueber die Spielernamen gefunden, auch mit
      * vertauschten Seiten, und das Ergebnis dann auf die Sicht der
      * Paarung umgesetzt. Im K.O.-System wird anschliessend geprueft,
      * ob TTTKO die Folgerunde schon erzeugt hat, im Schweizer
      * System entsprechend, ob TTTSCHW sie schon ausgelost hat.
      *----------------------------------------------------------------
       TRAGE-PAARUNG-EIN SECTION.
           MOVE "N" TO KOR-PA-FOLGE
           IF KOR-PA-RUNDE IS NOT NUMERIC
               DISPLAY "TTTKORR: RUNDE NICHT NUMERISCH, PAARUNG"
                   " NICHT NACHGEFUEHRT"
               GO TO TRAGE-PAARUNG-EIN-ENDE
           END-IF
           OPEN I-O TURNIER-DATEI
           IF KOR-TURNIER-STATUS NOT = "00"
               DISPLAY "TTTKORR: TURNIERDATEI NICHT NUTZBAR,"
                   " STATUS " KOR-TURNIER-STATUS
               GO TO TRAGE-PAARUNG-EIN-ENDE
           END-IF
           MOVE "N" TO KOR-PAARUNG-GEFUNDEN
           MOVE "N" TO KOR-PAARUNG-GETAUSCHT
           PERFORM SUCHE-PAARUNG THRU SUCHE-PAARUNG-EXIT
               VARYING KOR-PAARUNG-NR FROM 1 BY 1
               UNTIL KOR-PAARUNG-NR > 98
                  OR KOR-PAARUNG-IST-GEFUNDEN
           IF NOT KOR-PAARUNG-IST-GEFUNDEN
               DISPLAY "TTTKORR: KEINE PASSENDE PAARUNG IN TURNIER "
                   KOR-PA-TURNIER-ID " RUNDE " KOR-PA-RUNDE
               CLOSE TURNIER-DATEI
               GO TO TRAGE-PAARUNG-EIN-ENDE
           END-IF
           IF KOR-PAARUNG-IST-GETAUSCHT
               EVALUATE KOR-PA-ERGEBNIS
                   WHEN "X"
                       MOVE "O" TO KOR-PA-ERGEBNIS
                   WHEN "O"
                       MOVE "X" TO KOR-PA-ERGEBNIS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE KOR-PA-ERGEBNIS TO TRN-ERGEBNIS
           SET TRN-AM-BRETT TO TRUE
           REWRITE TURNIER-SATZ
           IF KOR-TURNIER-STATUS NOT = "00"
               DISPLAY "TTTKORR: PAARUNG NICHT SCHREIBBAR, STATUS "
                   KOR-TURNIER-STATUS
               CLOSE TURNIER-DATEI
               GO TO TRAGE-PAARUNG-EIN-ENDE
           END-IF
           MOVE "J" TO KOR-PA-FOLGE
           IF TRN-IST-KO
               MOVE TRN-RUNDE TO KOR-PA-RUNDE-NR
               ADD 1 TO KOR-PA-RUNDE-NR
               MOVE KOR-PA-RUNDE-NR TO TRN-RUNDE
               MOVE 1 TO TRN-PAARUNG-NR
               READ TURNIER-DATEI
               IF KOR-TURNIER-STATUS = "00"
                   MOVE "K" TO KOR-PA-FOLGE
                   DISPLAY "TTTKORR: FOLGERUNDE " KOR-PA-RUNDE-NR
                       " IST BEREITS ERZEUGT UND BLEIBT UNVERAENDERT,"
                   DISPLAY "         K.O.-BAUM VON HAND PRUEFEN"
               END-IF
           END-IF
      * Im Schweizer System haengt die Auslosung der Folgerunde am
      * Punktstand; eine schon erzeugte Runde bleibt stehen.
           IF TRN-IST-SCHWEIZER
               MOVE TRN-RUNDE TO KOR-PA-RUNDE-NR
               ADD 1 TO KOR-PA-RUNDE-NR
               MOVE KOR-PA-RUNDE-NR TO TRN-RUNDE
               MOVE 1 TO TRN-PAARUNG-NR
               READ TURNIER-DATEI
               IF KOR-TURNIER-STATUS = "00"
                   MOVE "S" TO KOR-PA-FOLGE
                   DISPLAY "TTTKORR: FOLGERUNDE " KOR-PA-RUNDE-NR
                       " IST BEREITS AUSGELOST UND BLEIBT UNVERAENDERT,"
                   DISPLAY "         PAARUNGEN VON HAND PRUEFEN"
               END-IF
           END-IF
           CLOSE TURNIER-DATEI
           .
       TRAGE-PAARUNG-EIN-ENDE.
           EXIT.

       SUCHE-PAARUNG-VERARBEITUNG SECTION.
       SUCHE-PAARUNG.
           MOVE KOR-PA-TURNIER-ID TO TRN-TURNIER-ID
           MOVE KOR-PA-RUNDE TO TRN-RUNDE
           MOVE KOR-PAARUNG-NR TO TRN-PAARUNG-NR
           READ TURNIER-DATEI
           IF KOR-TURNIER-STATUS = "00"
               IF TRN-SPIELER-X = KOR-PA-SPIELER-X
                  AND TRN-SPIELER-O = KOR-PA-SPIELER-O
                   SET KOR-PAARUNG-IST-GEFUNDEN TO TRUE
               ELSE
                   IF TRN-SPIELER-X = KOR-PA-SPIELER-O
                      AND TRN-SPIELER-O = KOR-PA-SPIELER-X
                       SET KOR-PAARUNG-IST-GEFUNDEN TO TRUE
                       SET KOR-PAARUNG-IST-GETAUSCHT TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       SUCHE-PAARUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Journalzeile anhaengen wie in TTTSPLM: anhaengen, schreiben,
      * schliessen. Die Uhrzeit wird mit Hundertsteln gefuehrt, damit
      * TTTRATE die Korrekturen eindeutig in Folge erkennt.
      *----------------------------------------------------------------
       SCHREIBE-JOURNAL-SATZ SECTION.
           OPEN EXTEND JOURNAL-DATEI
           IF KOR-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-DATEI
           END-IF
           IF KOR-JOURNAL-STATUS NOT = "00"
               MOVE "OPEN EXTEND" TO FA-OPERATION
               PERFORM MELDE-JOURNAL-FEHLER
           ELSE
               MOVE SPACES TO KORREKTUR-SATZ
               MOVE FUNCTION CURRENT-DATE TO KOR-AKTUELLES-DATUM
               MOVE KOR-AKTUELLES-DATUM (1:8) TO KOJ-DATUM
               MOVE KOR-AKTUELLES-DATUM (9:8) TO KOJ-UHRZEIT
               MOVE KOR-AKTION TO KOJ-AKTION
               MOVE KOR-BEARBEITER TO KOJ-BEARBEITER
               MOVE KOR-GRUND TO KOJ-GRUND
               MOVE KOR-MATCH-EINGABE TO KOJ-MATCH-KENNUNG
               MOVE KOR-TURNIER-FOLGE TO KOJ-TURNIER-FOLGE
               MOVE KOR-MATCH-FOLGE TO KOJ-MATCH-FOLGE
               MOVE KOR-ALT-BILD TO KOJ-ALT-BILD
               MOVE KOR-NEU-BILD TO KOJ-NEU-BILD
               WRITE KORREKTUR-SATZ
               IF KOR-JOURNAL-STATUS NOT = "00"
                   MOVE "WRITE" TO FA-OPERATION
                   PERFORM MELDE-JOURNAL-FEHLER
               END-IF
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

      * Die Korrektur steht schon in TTTSCORE; ohne Journalzeile
      * fehlt sie im Tagesbericht und in der Ratingrechnung und muss
      * von Hand nachgetragen werden.
       MELDE-JOURNAL-FEHLER SECTION.
           MOVE "TTTKORR" TO FA-PROGRAMM
           MOVE "TTTKORJ" TO FA-DATEI
           MOVE KOR-JOURNAL-STATUS TO FA-DATEI-STATUS
           SET FA-IST-WARNUNG TO TRUE
           CALL "FEHLPROT" USING FEHLER-AUFRUF
           DISPLAY "TTTKORR: KORREKTUR NICHT IM JOURNAL TTTKORJ,"
               " BITTE VON HAND NACHTRAGEN"
           SET KOR-JOURNAL-GESCHEITERT TO TRUE
           .
           EXIT.

       END PROGRAM TTTKORR.
