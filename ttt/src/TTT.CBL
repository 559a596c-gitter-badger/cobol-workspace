      * TTTMATCH. Eine unterbrochene Serie wird ueber die
      * Match-Kennung fortgesetzt, ein ausgesetztes Spiel ueber die
      * Aussetzdatei - der Matchsatz haengt dann am Aussetzsatz.
      * Der Computergegner spielt auf einer beim Spielstart
      * gewaehlten Stufe: leicht (uebersieht gegnerische Reihen und
      * nimmt sonst das erste freie Feld), normal (Gewinnzug, Block,
      * Mitte, Ecke, freies Feld) oder perfekt (vollstaendige
      * Vorausberechnung, verliert nie). Die Stufe steht im
      * Ergebnissatz, im Aussetzsatz und im Matchsatz.
      * Traegt das Turnier eine Bedenkzeit je Zug (TRN-ZUG-LIMIT),
      * verliert der Spieler am Zug die Partie, sobald er sie
      * ueberschreitet: erkannt wird das, wenn seine Eingabe kommt,
      * im gemeinsamen Spiel auch beim Aktualisieren am wartenden
      * Terminal. Der Zeitverlust steht als eigene Entscheidungsart
      * im Ergebnissatz, in der Turnierpaarung und im Matchsatz.
      * Jede Nachlaufbuch-Zeile traegt den Zeitpunkt des Zuges.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 TTT-AUDIT-OFFEN PIC X(01) VALUE "N".
             88 TTT-AUDIT-IST-OFFEN VALUE "J".

      * Spielstufe des Computergegners; gilt nur im Einzelspieler-
      * Modus.
       01  TTT-STUFE PIC X(01) VALUE "N".
         88 TTT-STUFE-LEICHT VALUE "L".
         88 TTT-STUFE-NORMAL VALUE "N".
         88 TTT-STUFE-PERFEKT VALUE "P".
         88 TTT-STUFE-GUELTIG VALUE "L" "N" "P".

       01  TTT-ZIEL-ZEILE PIC 9(01).
       01  TTT-ZIEL-SPALTE PIC 9(01).
       01  TTT-SPALTE-WERT PIC 9(01).
       01  TTT-PAARUNG-GETAUSCHT PIC X(01).
       01  TTT-PAARUNG-ERGEBNIS PIC X(10).
       01  TTT-ERGEBNIS PIC X(10).
      * Art der Entscheidung des zuletzt gewerteten Spiels, wie
      * SCORE-ENTSCHEIDUNG: leer = am Brett, "Z" = Zeitverlust.
       01  TTT-ENTSCHEIDUNG PIC X(01) VALUE SPACE.
         88 TTT-ENTSCHEIDUNG-ZEIT VALUE "Z".

      * Bedenkzeit je Zug aus der Turnierdatei (0 = ohne Limit).
      * TTT-ZUG-BEGINN ist der Zeitpunkt, ab dem der Spieler am Zug
      * ist: im gemeinsamen Spiel der Aenderungsstempel des letzten
      * gegnerischen Zuges, sonst der Beginn der Eingabe.
       01  TTT-ZUG-LIMIT PIC 9(03) VALUE 0.
       01  TTT-LIMIT-TURNIER-ID PIC X(08).
       01  TTT-ZUG-BEGINN.
           05 TTT-ZB-DATUM PIC 9(08).
           05 TTT-ZB-STUNDE PIC 9(02).
           05 TTT-ZB-MINUTE PIC 9(02).
           05 TTT-ZB-SEKUNDE PIC 9(02).
           05 TTT-ZB-HUNDERTSTEL PIC 9(02).
       01  TTT-ZEIT-JETZT.
           05 TTT-ZJ-DATUM PIC 9(08).
           05 TTT-ZJ-STUNDE PIC 9(02).
           05 TTT-ZJ-MINUTE PIC 9(02).
           05 TTT-ZJ-SEKUNDE PIC 9(02).
           05 TTT-ZJ-HUNDERTSTEL PIC 9(02).
       01  TTT-GS-AENDERUNG PIC X(16).
       01  TTT-GS-GELESEN PIC X(01) VALUE "N".
         88 TTT-GS-IST-GELESEN VALUE "J".
       01  TTT-BEDENKZEIT PIC S9(07).
       01  TTT-BEDENKZEIT-ANZEIGE PIC Z(06)9.
       01  TTT-ZEIT-UEBER PIC X(01) VALUE "N".
         88 TTT-ZEIT-IST-UEBER VALUE "J".

      * Best-of-Serie: Arbeitsstand des Matchsatzes, solange die
      * Serie an diesem Terminal laeuft. TTT-MAT-SPIELER-A ist der
       01  TTT-MAT-TURNIER-ID PIC X(08) VALUE SPACES.
       01  TTT-MAT-RUNDE PIC X(02) VALUE SPACES.
       01  TTT-MAT-BEGONNEN PIC 9(08) VALUE 0.
       01  TTT-MAT-ZEITVERLUSTE-A PIC 9(02) VALUE 0.
       01  TTT-MAT-ZEITVERLUSTE-B PIC 9(02) VALUE 0.
       01  TTT-MATCH-SIEGE-NOETIG PIC 9(01).
       01  TTT-SPIEL-SIEGER PIC X(20).
       01  TTT-MATCH-HALB PIC 9(01).
       01  TTT-LINIE-NR PIC 9(01).
       01  TTT-ERSTE-MARKE PIC X(01).

      * Vorausberechnung fuer die Stufe perfekt: vollstaendige Suche
      * ueber alle Zugfolgen bis zum Spielende, ohne Rekursion ueber
      * einen Stapel mit einer Ebene je Suchtiefe. Die Zellen werden
      * in der Folge Mitte, Ecken, Raender versucht; bei gleichem
      * Wert bleibt der zuerst gefundene Zug.
       01  TTT-SUCH-REIHENFOLGE PIC X(18)
           VALUE "221113313312212332".
       01  TTT-SUCH-ZELLEN REDEFINES TTT-SUCH-REIHENFOLGE.
           05 TTT-SUCH-ZELLE OCCURS 9.
               10 TTT-SZ-ZEILE PIC 9(01).
               10 TTT-SZ-SPALTE PIC 9(01).
       01  TTT-SUCH-STAPEL.
           05 TTT-SUCH-EBENE OCCURS 9.
               10 TTT-SE-FELD PIC X(09).
               10 TTT-SE-SPIELER PIC X(01).
               10 TTT-SE-POSITION PIC 9(01).
               10 TTT-SE-BESTER PIC S9(01).
       01  TTT-SUCH-FELD PIC X(09).
       01  TTT-SUCH-BILD REDEFINES TTT-SUCH-FELD.
           05 TTT-SUCH-ZEILE OCCURS 3.
               10 TTT-SUCH-MARKE PIC X(01) OCCURS 3.
       01  TTT-SUCH-TIEFE PIC 9(02).
       01  TTT-SUCH-POS PIC 9(01).
       01  TTT-SUCH-STELLE PIC 9(01).
       01  TTT-SUCH-WERT PIC S9(01).
       01  TTT-SUCH-LEERE PIC 9(01).
       01  TTT-SUCH-SPIELER PIC X(01).
       01  TTT-SUCH-SCHALTER.
           05 TTT-SUCH-FREI PIC X(01).
             88 TTT-SUCH-ZELLE-IST-FREI VALUE "J".
           05 TTT-SUCH-SIEG PIC X(01).
             88 TTT-SUCH-IST-SIEG VALUE "J".

       PROCEDURE DIVISION.

           PERFORM INIT
           PERFORM STARTE-SPIEL
           PERFORM LADE-ZUG-LIMIT
           PERFORM SPIEL-SCHLEIFE UNTIL TTT-SPIEL-IST-VORBEI
           IF TTT-IM-MATCH
               PERFORM FUEHRE-MATCH-FORT
           DISPLAY "Einzelspieler gegen den Computer? (J/N): "
               WITH NO ADVANCING
           ACCEPT TTT-EINZELSPIELER
           IF EINZELSPIELER-MODUS-AN
               PERFORM HOLE-SPIELSTUFE
                   WITH TEST AFTER
                   UNTIL TTT-STUFE-GUELTIG
           END-IF
      * Spieleridentitaet kommt aus dem Spielerstamm: es wird die
      * Spielernummer erfasst und der Anzeigename nachgeschlagen,
      * damit die Ergebnisdatei nicht drei Schreibweisen desselben
                   MOVE TTT-AUSSETZ-KENNUNG
                     TO TTT-FORTSETZUNGS-KENNUNG
                   MOVE SUS-MATCH-KENNUNG TO TTT-MATCH-KENNUNG
      * Aussetzungen von vor den Spielstufen tragen keine Stufe und
      * laufen normal weiter.
                   MOVE SUS-STUFE TO TTT-STUFE
                   IF NOT TTT-STUFE-GUELTIG
                       SET TTT-STUFE-NORMAL TO TRUE
                   END-IF
                   SET TTT-SPIEL-FORTGESETZT TO TRUE
                   DISPLAY "Spiel " TTT-AUSSETZ-KENNUNG
                       " wird fortgesetzt"
                       MOVE TTT-AKTUELLES-DATUM (9:8)
                         TO SUS-AUS-UHRZEIT
                       MOVE TTT-MATCH-KENNUNG TO SUS-MATCH-KENNUNG
                       IF EINZELSPIELER-MODUS-AN
                           MOVE TTT-STUFE TO SUS-STUFE
                       END-IF
                       WRITE AUSSETZ-SATZ
                       IF TTT-AUSSETZ-STATUS NOT = "00"
                           REWRITE AUSSETZ-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Erfasst die Spielstufe des Computergegners. Leereingabe
      * nimmt die Stufe normal; andere Eingaben als L, N oder P
      * werden abgelehnt, und der Aufrufer fragt erneut.
      *----------------------------------------------------------------
       HOLE-SPIELSTUFE SECTION.
           DISPLAY "Spielstufe (L = leicht, N = normal,"
               " P = perfekt, leer = normal): " WITH NO ADVANCING
           ACCEPT TTT-STUFE
           IF TTT-STUFE = SPACE
               SET TTT-STUFE-NORMAL TO TRUE
           END-IF
           IF NOT TTT-STUFE-GUELTIG
               DISPLAY "TTT: SPIELSTUFE MUSS L, N ODER P SEIN"
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Erfasst eine Spielernummer und schlaegt den Anzeigenamen im
      * Spielerstamm nach. Leereingabe nimmt den Vorgabenamen aus
                  OR AKTIVER-SPIELER = TTT-MEIN-SPIELER
                  OR SPIEL-STATUS = "Sieg"
                  OR SPIEL-STATUS = "Unentschieden"
                  OR SPIEL-STATUS = "Zeitverlust"
           IF SPIEL-STATUS = "Sieg" OR SPIEL-STATUS = "Unentschieden"
              OR SPIEL-STATUS = "Zeitverlust"
               PERFORM DISPLAY-SPIELFELD
               DISPLAY SPIEL-STATUS
               PERFORM ZEIGE-ZEITVERLUST
               SET TTT-SPIEL-IST-VORBEI TO TRUE
           ELSE
               PERFORM DISPLAY-SPIELFELD
               DISPLAY SPIEL-STATUS
               PERFORM MERKE-ZUG-BEGINN
               PERFORM HOLE-MENSCHLICHEN-ZUG
                   THRU HOLE-MENSCHLICHEN-ZUG-EXIT
                   WITH TEST AFTER
                      OR SPIEL-STATUS = "Sieg"
                      OR SPIEL-STATUS = "Unentschieden"
                      OR SPIEL-STATUS = "Ausgesetzt"
                      OR SPIEL-STATUS = "Zeitverlust"
               IF SPIEL-STATUS = "Ausgesetzt"
                   SET TTT-SPIEL-IST-VORBEI TO TRUE
               ELSE
                   PERFORM SCHREIBE-GEMEINSAMES-SPIEL
                   IF SPIEL-STATUS = "Sieg"
                      OR SPIEL-STATUS = "Unentschieden"
                      OR SPIEL-STATUS = "Zeitverlust"
                       PERFORM DISPLAY-SPIELFELD
                       DISPLAY SPIEL-STATUS
                       PERFORM ZEIGE-ZEITVERLUST
                       SET TTT-SPIEL-IST-VORBEI TO TRUE
                   END-IF
               END-IF
      *----------------------------------------------------------------
      * Holt den Zug des menschlichen Spielers und wiederholt die
      * Eingabe bei einer FEHLER-Meldung, ohne das Spiel oder die
      * gemeinsame Spieldatei als beendet zu behandeln. Mit
      * Bedenkzeit wird jede Eingabe, auch das Aussetzen, erst
      * gegen die seit dem Zugbeginn verstrichene Zeit geprueft.
      *----------------------------------------------------------------
       HOLE-MENSCHLICHEN-ZUG-VERARBEITUNG SECTION.
       HOLE-MENSCHLICHEN-ZUG.
               " (Spalte,Zeile, z.B. 2,3, S = aussetzen): "
               WITH NO ADVANCING
           ACCEPT EINGABE
           IF TTT-ZUG-LIMIT > 0
               PERFORM PRUEFE-BEDENKZEIT
               IF TTT-ZEIT-IST-UEBER
                   PERFORM ERKLAERE-ZEITVERLUST
                   GO TO HOLE-MENSCHLICHEN-ZUG-EXIT
               END-IF
           END-IF
           IF EINGABE = "S"
               PERFORM SETZE-SPIEL-AUS
           ELSE
      * Zughandshake fuer das gemeinsame Spiel: ist an diesem Terminal
      * nicht der eigene Spieler am Zug, wird auf Tastendruck hin die
      * gemeinsame Spieldatei neu gelesen, bis der eigene Spieler dran
      * ist oder das Spiel vorbei ist. Mit Bedenkzeit stellt das
      * wartende Terminal den Zeitverlust des Gegners fest, sobald
      * dessen Zug laenger als erlaubt ausbleibt, und traegt das
      * Spielende ein.
      *----------------------------------------------------------------
       WARTE-AUF-ZUG-VERARBEITUNG SECTION.
       WARTE-AUF-ZUG.
               WITH NO ADVANCING
           ACCEPT TTT-WARTE-EINGABE
           PERFORM LIES-GEMEINSAMES-SPIEL
           IF TTT-ZUG-LIMIT > 0
              AND TTT-GS-IST-GELESEN
              AND SPIEL-STATUS = "Laufend"
              AND AKTIVER-SPIELER NOT = TTT-MEIN-SPIELER
               MOVE TTT-GS-AENDERUNG TO TTT-ZUG-BEGINN
               PERFORM PRUEFE-BEDENKZEIT
               IF TTT-ZEIT-IST-UEBER
                   MOVE "Zeitverlust" TO SPIEL-STATUS
                   PERFORM SCHREIBE-SPIELSTAND
                   PERFORM SCHREIBE-GEMEINSAMES-SPIEL
               END-IF
           END-IF
           .
       WARTE-AUF-ZUG-EXIT.
           EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Einzelspieler-Modus: Computer zieht fuer den aktiven Spieler,
      * die Zugwahl richtet sich nach der Spielstufe.
      *----------------------------------------------------------------
       COMPUTER-ZUG SECTION.
           EVALUATE TRUE
               WHEN TTT-STUFE-LEICHT
                   PERFORM WAEHLE-LEICHTEN-ZUG
               WHEN TTT-STUFE-PERFEKT
                   PERFORM WAEHLE-PERFEKTEN-ZUG
               WHEN OTHER
                   PERFORM WAEHLE-NORMALEN-ZUG
           END-EVALUATE
           IF TTT-ZIEL-ZEILE NOT = 0
               PERFORM FUEHRE-ZUG-AUS
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Stufe leicht: eine eigene fertige Reihe wird vollendet, eine
      * gegnerische aber absichtlich nicht geblockt; sonst nimmt der
      * Computer das erste freie Feld.
      *----------------------------------------------------------------
       WAEHLE-LEICHTEN-ZUG SECTION.
           PERFORM SUCHE-GEWINNZUG
           IF TTT-ZIEL-ZEILE = 0
               PERFORM SUCHE-FREIES-FELD
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Stufe normal: Gewinnzug, Block, Mitte, freie Ecke, freies
      * Feld.
      *----------------------------------------------------------------
       WAEHLE-NORMALEN-ZUG SECTION.
           PERFORM SUCHE-GEWINNZUG
           IF TTT-ZIEL-ZEILE = 0
               PERFORM SUCHE-BLOCKZUG
           IF TTT-ZIEL-ZEILE = 0
               PERFORM SUCHE-FREIES-FELD
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Stufe perfekt: Gewinnzug und Block wie bisher, sonst der
      * beste Zug aus der vollstaendigen Vorausberechnung. Damit
      * laeuft der Computer auch in keine Doppeldrohung.
      *----------------------------------------------------------------
       WAEHLE-PERFEKTEN-ZUG SECTION.
           PERFORM SUCHE-GEWINNZUG
           IF TTT-ZIEL-ZEILE = 0
               PERFORM SUCHE-BLOCKZUG
           END-IF
           IF TTT-ZIEL-ZEILE = 0
               PERFORM SUCHE-BESTEN-ZUG
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Vorausberechnung: jede Ebene des Stapels haelt eine Stellung,
      * den Spieler am Zug, die zuletzt versuchte Zelle und den
      * besten bisher gefundenen Wert aus Sicht dieses Spielers
      * (1 = Gewinn, 0 = Unentschieden, -1 = Verlust). Ist eine
      * Ebene erschoepft, geht ihr Wert mit umgekehrtem Vorzeichen
      * an die Ebene darueber. Der beste Zug der obersten Ebene ist
      * der Computerzug.
      *----------------------------------------------------------------
       SUCHE-BESTEN-ZUG SECTION.
           MOVE 0 TO TTT-ZIEL-ZEILE
           MOVE 1 TO TTT-SUCH-TIEFE
           MOVE SPIELFELD TO TTT-SE-FELD (1)
           MOVE AKTIVER-SPIELER TO TTT-SE-SPIELER (1)
           MOVE 0 TO TTT-SE-POSITION (1)
           MOVE -2 TO TTT-SE-BESTER (1)
           PERFORM SUCHE-SCHRITT THRU SUCHE-SCHRITT-EXIT
               UNTIL TTT-SUCH-TIEFE = 0
           .
           EXIT.

       SUCHE-SCHRITT-VERARBEITUNG SECTION.
       SUCHE-SCHRITT.
           MOVE "N" TO TTT-SUCH-FREI
           PERFORM SUCHE-NAECHSTE-ZELLE
               THRU SUCHE-NAECHSTE-ZELLE-EXIT
               UNTIL TTT-SUCH-ZELLE-IST-FREI
                  OR TTT-SE-POSITION (TTT-SUCH-TIEFE) = 9
           IF NOT TTT-SUCH-ZELLE-IST-FREI
               MOVE TTT-SE-BESTER (TTT-SUCH-TIEFE) TO TTT-SUCH-WERT
               SUBTRACT 1 FROM TTT-SUCH-TIEFE
               IF TTT-SUCH-TIEFE > 0
                   COMPUTE TTT-SUCH-WERT = 0 - TTT-SUCH-WERT
                   PERFORM UEBERNIMM-SUCH-WERT
               END-IF
               GO TO SUCHE-SCHRITT-EXIT
           END-IF
           MOVE TTT-SE-FELD (TTT-SUCH-TIEFE) TO TTT-SUCH-FELD
           MOVE TTT-SE-SPIELER (TTT-SUCH-TIEFE) TO TTT-SUCH-SPIELER
           MOVE TTT-SUCH-SPIELER TO TTT-SUCH-FELD (TTT-SUCH-STELLE : 1)
           MOVE "N" TO TTT-SUCH-SIEG
           PERFORM PRUEFE-SUCH-LINIE THRU PRUEFE-SUCH-LINIE-EXIT
               VARYING TTT-LINIE-NR FROM 1 BY 1
               UNTIL TTT-LINIE-NR > 8 OR TTT-SUCH-IST-SIEG
           IF TTT-SUCH-IST-SIEG
               MOVE 1 TO TTT-SUCH-WERT
               PERFORM UEBERNIMM-SUCH-WERT
           ELSE
               MOVE 0 TO TTT-SUCH-LEERE
               INSPECT TTT-SUCH-FELD TALLYING TTT-SUCH-LEERE
                   FOR ALL SPACE
               IF TTT-SUCH-LEERE = 0
                   MOVE 0 TO TTT-SUCH-WERT
                   PERFORM UEBERNIMM-SUCH-WERT
               ELSE
                   PERFORM STEIGE-IN-SUCHE-AB
               END-IF
           END-IF
           .
       SUCHE-SCHRITT-EXIT.
           EXIT.

       SUCHE-NAECHSTE-ZELLE-VERARBEITUNG SECTION.
       SUCHE-NAECHSTE-ZELLE.
           ADD 1 TO TTT-SE-POSITION (TTT-SUCH-TIEFE)
           MOVE TTT-SE-POSITION (TTT-SUCH-TIEFE) TO TTT-SUCH-POS
           COMPUTE TTT-SUCH-STELLE =
               ((TTT-SZ-ZEILE (TTT-SUCH-POS) - 1) * 3)
               + TTT-SZ-SPALTE (TTT-SUCH-POS)
           IF TTT-SE-FELD (TTT-SUCH-TIEFE) (TTT-SUCH-STELLE : 1)
                 = SPACE
               SET TTT-SUCH-ZELLE-IST-FREI TO TRUE
           END-IF
           .
       SUCHE-NAECHSTE-ZELLE-EXIT.
           EXIT.

       PRUEFE-SUCH-LINIE-VERARBEITUNG SECTION.
       PRUEFE-SUCH-LINIE.
           IF TTT-SUCH-MARKE (TTT-LINIE-ZEILE (TTT-LINIE-NR 1)
                              TTT-LINIE-SPALTE (TTT-LINIE-NR 1))
                 = TTT-SUCH-SPIELER
              AND TTT-SUCH-MARKE (TTT-LINIE-ZEILE (TTT-LINIE-NR 2)
                                  TTT-LINIE-SPALTE (TTT-LINIE-NR 2))
                 = TTT-SUCH-SPIELER
              AND TTT-SUCH-MARKE (TTT-LINIE-ZEILE (TTT-LINIE-NR 3)
                                  TTT-LINIE-SPALTE (TTT-LINIE-NR 3))
                 = TTT-SUCH-SPIELER
               SET TTT-SUCH-IST-SIEG TO TRUE
           END-IF
           .
       PRUEFE-SUCH-LINIE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Die Stellung nach dem versuchten Zug wird als neue Ebene auf
      * den Stapel gelegt; am Zug ist dort der Gegner.
      *----------------------------------------------------------------
       STEIGE-IN-SUCHE-AB SECTION.
           ADD 1 TO TTT-SUCH-TIEFE
           MOVE TTT-SUCH-FELD TO TTT-SE-FELD (TTT-SUCH-TIEFE)
           IF TTT-SUCH-SPIELER = "X"
               MOVE "O" TO TTT-SE-SPIELER (TTT-SUCH-TIEFE)
           ELSE
               MOVE "X" TO TTT-SE-SPIELER (TTT-SUCH-TIEFE)
           END-IF
           MOVE 0 TO TTT-SE-POSITION (TTT-SUCH-TIEFE)
           MOVE -2 TO TTT-SE-BESTER (TTT-SUCH-TIEFE)
           .
           EXIT.

      *----------------------------------------------------------------
      * Wert des zuletzt versuchten Zugs der aktuellen Ebene
      * uebernehmen. Auf der obersten Ebene merkt sich der beste
      * Wert zugleich die Zielzelle. Ein Gewinn laesst sich nicht
      * mehr verbessern; die restlichen Zuege der Ebene entfallen.
      *----------------------------------------------------------------
       UEBERNIMM-SUCH-WERT SECTION.
           IF TTT-SUCH-WERT > TTT-SE-BESTER (TTT-SUCH-TIEFE)
               MOVE TTT-SUCH-WERT TO TTT-SE-BESTER (TTT-SUCH-TIEFE)
               IF TTT-SUCH-TIEFE = 1
                   MOVE TTT-SE-POSITION (1) TO TTT-SUCH-POS
                   MOVE TTT-SZ-ZEILE (TTT-SUCH-POS) TO TTT-ZIEL-ZEILE
                   MOVE TTT-SZ-SPALTE (TTT-SUCH-POS)
                     TO TTT-ZIEL-SPALTE
               END-IF
           END-IF
           IF TTT-SE-BESTER (TTT-SUCH-TIEFE) = 1
               MOVE 9 TO TTT-SE-POSITION (TTT-SUCH-TIEFE)
           END-IF
           .
           EXIT.
               MOVE TTT-ZIEL-ZEILE TO AUDIT-EINGABE (3:1)
               MOVE TTT-ZIEL-ZEILE TO AUDIT-ZEILE
               MOVE TTT-ZIEL-SPALTE TO AUDIT-SPALTE
               MOVE FUNCTION CURRENT-DATE TO TTT-AKTUELLES-DATUM
               MOVE TTT-AKTUELLES-DATUM (1:8) TO AUDIT-ZUG-DATUM
               MOVE TTT-AKTUELLES-DATUM (9:8) TO AUDIT-ZUG-UHRZEIT
               WRITE AUDIT-SATZ
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Ergebnisliste: ein Satz je beendetem Spiel. Beim
      * Zeitverlust ist noch der saeumige Spieler am Zug; gewonnen
      * hat sein Gegner.
      *----------------------------------------------------------------
       SCHREIBE-SPIELSTAND SECTION.
           MOVE SPACE TO TTT-ENTSCHEIDUNG
           EVALUATE SPIEL-STATUS
               WHEN "Sieg"
                   IF AKTIVER-SPIELER-X
                       MOVE "X" TO TTT-ERGEBNIS
                   ELSE
                       MOVE "O" TO TTT-ERGEBNIS
                   END-IF
               WHEN "Zeitverlust"
                   IF AKTIVER-SPIELER-X
                       MOVE "O" TO TTT-ERGEBNIS
                   ELSE
                       MOVE "X" TO TTT-ERGEBNIS
                   END-IF
                   SET TTT-ENTSCHEIDUNG-ZEIT TO TRUE
               WHEN OTHER
                   MOVE "UNENTSCH" TO TTT-ERGEBNIS
           END-EVALUATE
           OPEN I-O SCORE-DATEI
           IF TTT-SCORE-STATUS NOT = "00"
               OPEN OUTPUT SCORE-DATEI
               MOVE ZUG TO SCORE-ZUEGE
               MOVE TTT-TURNIER-ID TO SCORE-TURNIER-ID
               MOVE TTT-RUNDE-EINGABE TO SCORE-RUNDE
               IF EINZELSPIELER-MODUS-AN
                   MOVE TTT-STUFE TO SCORE-STUFE
               END-IF
               MOVE TTT-ENTSCHEIDUNG TO SCORE-ENTSCHEIDUNG
               WRITE SCORE-SATZ
               CLOSE SCORE-DATEI
           END-IF
      * Paarung der Turnierdatei ein. Die Paarung wird innerhalb der
      * Runde ueber die beiden Spielernamen gefunden; auch mit
      * vertauschten Seiten gespielte Paarungen werden erkannt.
      * Die Entscheidungsart kommt mit: fuer eine Serie die des
      * entscheidenden Spiels.
      *----------------------------------------------------------------
       AKTUALISIERE-TURNIER-PAARUNG SECTION.
           IF TTT-RUNDE-EINGABE IS NOT NUMERIC
                           END-EVALUATE
                       END-IF
                       MOVE TTT-PAARUNG-ERGEBNIS TO TRN-ERGEBNIS
                       MOVE TTT-ENTSCHEIDUNG TO TRN-ENTSCHEIDUNG
                       REWRITE TURNIER-SATZ
                   ELSE
                       DISPLAY "TTT: KEINE PASSENDE PAARUNG IN"
      *----------------------------------------------------------------
       LIES-GEMEINSAMES-SPIEL SECTION.
           IF TTT-SPIEL-ID NOT = SPACES
               MOVE "N" TO TTT-GS-GELESEN
               OPEN I-O GEMEINSAME-DATEI
      * Status 35 heisst nur: noch kein gemeinsames Spiel angelegt -
      * das ist beim Eroeffnen der Normalfall und kein Vorfall.
                       MOVE GS-ZUG TO ZUG
                       MOVE GS-AKTIVER-SPIELER TO AKTIVER-SPIELER
                       MOVE GS-SPIEL-STATUS TO SPIEL-STATUS
                       MOVE GS-LETZTE-AENDERUNG TO TTT-GS-AENDERUNG
                       SET TTT-GS-IST-GELESEN TO TRUE
                   END-IF
                   CLOSE GEMEINSAME-DATEI
               END-IF
               DISPLAY "Einzelspieler gegen den Computer? (J/N): "
                   WITH NO ADVANCING
               ACCEPT TTT-EINZELSPIELER
               IF EINZELSPIELER-MODUS-AN
                   PERFORM HOLE-SPIELSTUFE
                       WITH TEST AFTER
                       UNTIL TTT-STUFE-GUELTIG
               END-IF
               MOVE "SPIELER X" TO TTT-SPL-VORGABE
               PERFORM HOLE-SPIELER-NUMMER
                   WITH TEST AFTER
               MOVE 0 TO TTT-MAT-SIEGE-B
               MOVE 0 TO TTT-MAT-UNENTSCHIEDEN
               MOVE 0 TO TTT-MAT-GESPIELT
               MOVE 0 TO TTT-MAT-ZEITVERLUSTE-A
               MOVE 0 TO TTT-MAT-ZEITVERLUSTE-B
               MOVE "O" TO TTT-MAT-STATUS
               MOVE SPACES TO TTT-MAT-SIEGER
               MOVE TTT-SITZUNGS-DATUM TO TTT-MAT-BEGONNEN
                       MOVE MAT-UNENTSCHIEDEN
                         TO TTT-MAT-UNENTSCHIEDEN
                       MOVE MAT-GESPIELT TO TTT-MAT-GESPIELT
                       MOVE MAT-ZEITVERLUSTE-A
                         TO TTT-MAT-ZEITVERLUSTE-A
                       MOVE MAT-ZEITVERLUSTE-B
                         TO TTT-MAT-ZEITVERLUSTE-B
                       MOVE "O" TO TTT-MAT-STATUS
                       MOVE SPACES TO TTT-MAT-SIEGER
                       MOVE MAT-TURNIER-ID TO TTT-MAT-TURNIER-ID
                       MOVE MAT-RUNDE TO TTT-MAT-RUNDE
                       MOVE MAT-BEGONNEN-AM TO TTT-MAT-BEGONNEN
                       MOVE MAT-STUFE TO TTT-STUFE
                       IF NOT TTT-STUFE-GUELTIG
                           SET TTT-STUFE-NORMAL TO TRUE
                       END-IF
                       SET TTT-IM-MATCH TO TRUE
                   END-IF
               END-IF
               MOVE TTT-MAT-TURNIER-ID TO MAT-TURNIER-ID
               MOVE TTT-MAT-RUNDE TO MAT-RUNDE
               MOVE TTT-MAT-BEGONNEN TO MAT-BEGONNEN-AM
               MOVE TTT-MAT-ZEITVERLUSTE-A TO MAT-ZEITVERLUSTE-A
               MOVE TTT-MAT-ZEITVERLUSTE-B TO MAT-ZEITVERLUSTE-B
               IF EINZELSPIELER-MODUS-AN
                   MOVE TTT-STUFE TO MAT-STUFE
               END-IF
               WRITE MATCH-SATZ
               IF TTT-MATCH-STATUS NOT = "00"
                   REWRITE MATCH-SATZ
               TTT-MAT-SIEGE-A " - " TTT-MAT-SIEGE-B " "
               TTT-MAT-SPIELER-B ", " TTT-MAT-UNENTSCHIEDEN
               " UNENTSCHIEDEN"
           IF TTT-MAT-ZEITVERLUSTE-A > 0
              OR TTT-MAT-ZEITVERLUSTE-B > 0
               DISPLAY "  davon auf Zeit verloren: "
                   TTT-MAT-SPIELER-A " " TTT-MAT-ZEITVERLUSTE-A
                   ", " TTT-MAT-SPIELER-B " " TTT-MAT-ZEITVERLUSTE-B
           END-IF
           .
           EXIT.

           END-EVALUATE
           IF TTT-SPIEL-SIEGER = TTT-MAT-SPIELER-A
               ADD 1 TO TTT-MAT-SIEGE-A
               IF TTT-ENTSCHEIDUNG-ZEIT
                   ADD 1 TO TTT-MAT-ZEITVERLUSTE-B
               END-IF
           ELSE
               IF TTT-SPIEL-SIEGER = TTT-MAT-SPIELER-B
                   ADD 1 TO TTT-MAT-SIEGE-B
                   IF TTT-ENTSCHEIDUNG-ZEIT
                       ADD 1 TO TTT-MAT-ZEITVERLUSTE-A
                   END-IF
               END-IF
           END-IF
           PERFORM SCHREIBE-MATCH-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Bedenkzeit des Turniers holen: sie steht gleich auf jeder
      * Paarung, gelesen wird die erste. Ein Spiel einer Serie
      * gehoert ueber die Match-Turnierkennung zum Turnier. Ohne
      * Turnier, ohne lesbare Turnierdatei oder bei Altbestand wird
      * ohne Limit gespielt.
      *----------------------------------------------------------------
       LADE-ZUG-LIMIT SECTION.
           MOVE 0 TO TTT-ZUG-LIMIT
           IF TTT-TURNIER-ID NOT = SPACES
               MOVE TTT-TURNIER-ID TO TTT-LIMIT-TURNIER-ID
           ELSE
               MOVE TTT-MAT-TURNIER-ID TO TTT-LIMIT-TURNIER-ID
           END-IF
           IF TTT-LIMIT-TURNIER-ID = SPACES
               GO TO LADE-ZUG-LIMIT-ENDE
           END-IF
           OPEN INPUT TURNIER-DATEI
           IF TTT-TURNIER-STATUS = "00"
               MOVE TTT-LIMIT-TURNIER-ID TO TRN-TURNIER-ID
               MOVE 0 TO TRN-RUNDE
               MOVE 0 TO TRN-PAARUNG-NR
               START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
               IF TTT-TURNIER-STATUS = "00"
                   READ TURNIER-DATEI NEXT RECORD
                   IF TTT-TURNIER-STATUS = "00"
                      AND TRN-TURNIER-ID = TTT-LIMIT-TURNIER-ID
                      AND TRN-ZUG-LIMIT IS NUMERIC
                       MOVE TRN-ZUG-LIMIT TO TTT-ZUG-LIMIT
                   END-IF
               END-IF
               CLOSE TURNIER-DATEI
           END-IF
           IF TTT-ZUG-LIMIT > 0
               DISPLAY "Bedenkzeit je Zug: " TTT-ZUG-LIMIT
                   " Sekunden - wer sie ueberschreitet, verliert"
                   " die Partie"
           END-IF
           .
       LADE-ZUG-LIMIT-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Zugbeginn merken: im gemeinsamen Spiel zaehlt die Zeit ab
      * dem Zug des Gegners (Aenderungsstempel der Spieldatei), sonst
      * ab der Aufforderung zur Eingabe.
      *----------------------------------------------------------------
       MERKE-ZUG-BEGINN SECTION.
           IF TTT-SPIEL-ID NOT = SPACES
              AND TTT-GS-IST-GELESEN
               MOVE TTT-GS-AENDERUNG TO TTT-ZUG-BEGINN
           ELSE
               MOVE FUNCTION CURRENT-DATE TO TTT-AKTUELLES-DATUM
               MOVE TTT-AKTUELLES-DATUM (1:16) TO TTT-ZUG-BEGINN
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Verstrichene Sekunden seit TTT-ZUG-BEGINN; ueber
      * Mitternacht hinweg rechnet die Tagesdifferenz mit. Setzt
      * TTT-ZEIT-IST-UEBER, wenn die Bedenkzeit ueberschritten ist.
      *----------------------------------------------------------------
       PRUEFE-BEDENKZEIT SECTION.
           MOVE "N" TO TTT-ZEIT-UEBER
           MOVE FUNCTION CURRENT-DATE TO TTT-AKTUELLES-DATUM
           MOVE TTT-AKTUELLES-DATUM (1:16) TO TTT-ZEIT-JETZT
           IF TTT-ZUG-BEGINN IS NOT NUMERIC
              OR TTT-ZB-DATUM = 0
               GO TO PRUEFE-BEDENKZEIT-ENDE
           END-IF
           COMPUTE TTT-BEDENKZEIT =
               (FUNCTION INTEGER-OF-DATE (TTT-ZJ-DATUM)
                - FUNCTION INTEGER-OF-DATE (TTT-ZB-DATUM)) * 86400
               + (TTT-ZJ-STUNDE - TTT-ZB-STUNDE) * 3600
               + (TTT-ZJ-MINUTE - TTT-ZB-MINUTE) * 60
               + TTT-ZJ-SEKUNDE - TTT-ZB-SEKUNDE
           IF TTT-BEDENKZEIT < 0
               MOVE 0 TO TTT-BEDENKZEIT
           END-IF
           IF TTT-BEDENKZEIT > TTT-ZUG-LIMIT
               SET TTT-ZEIT-IST-UEBER TO TRUE
               MOVE TTT-BEDENKZEIT TO TTT-BEDENKZEIT-ANZEIGE
               DISPLAY "TTT: BEDENKZEIT UEBERSCHRITTEN - SPIELER "
                   AKTIVER-SPIELER ":" TTT-BEDENKZEIT-ANZEIGE
                   " SEKUNDEN, ERLAUBT SIND " TTT-ZUG-LIMIT
           END-IF
           .
       PRUEFE-BEDENKZEIT-ENDE.
           EXIT.

      *----------------------------------------------------------------
      * Zeitverlust des Spielers am Zug eintragen. Im gemeinsamen
      * Spiel kann das wartende Terminal ihn bereits eingetragen
      * haben; dann wird die Partie nicht ein zweites Mal gewertet.
      *----------------------------------------------------------------
       ERKLAERE-ZEITVERLUST SECTION.
           IF TTT-SPIEL-ID NOT = SPACES
               PERFORM LIES-GEMEINSAMES-SPIEL
           END-IF
           IF SPIEL-STATUS NOT = "Zeitverlust"
               MOVE "Zeitverlust" TO SPIEL-STATUS
               PERFORM SCHREIBE-SPIELSTAND
           END-IF
           .
           EXIT.

       ZEIGE-ZEITVERLUST SECTION.
           IF SPIEL-STATUS = "Zeitverlust"
               DISPLAY "Spieler " AKTIVER-SPIELER
                   " hat die Bedenkzeit ueberschritten und"
                   " verliert die Partie"
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Regressionsszenario laden: setzt das Spielfeld auf einen der in
      * REGRTEST hinterlegten Testfaelle, ueber REG-SZENARIO-NR
