       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSCHW.
      * Fortschreibung eines Turniers im Schweizer System: liest zu
      * einer Turnier-Kennung alle Runden aus der Turnierdatei
      * TTTTURN, rechnet den Punktstand (zwei Punkte je Sieg, einer
      * je Unentschieden, ein Freilos zaehlt als Sieg) und paart die
      * naechste Runde. Die Spieler werden nach Punkten geordnet,
      * bei Punktgleichheit nach dem Setzplatz der ersten Runde;
      * gepaart wird von oben nach unten jeweils mit dem naechsten
      * Spieler, gegen den noch nicht gespielt wurde, so dass
      * Spieler gleicher oder benachbarter Punktzahl aufeinander
      * treffen. Geht die Paarung weiter unten nicht auf, wird
      * zurueckgesetzt und der naechste Gegner versucht. Bei
      * ungerader Spielerzahl erhaelt der Letzte der Rangfolge, der
      * noch kein Freilos hatte, ein Freilos (Paarung gegen
      * "** FREILOS **" mit Ergebnis "X"). Die Farbe bekommt, wer
      * bisher seltener mit X gespielt hat.
      * Offene Paarungen halten die Fortschreibung an. Die Zahl der
      * Runden ergibt sich aus dem Feld wie in TTTTURN; ist die
      * letzte Runde gespielt, wird keine Runde mehr erzeugt und der
      * Tabellenerste gemeldet. Die Bedenkzeit je Zug des Turniers
      * (TRN-ZUG-LIMIT) geht auf die Paarungen der neuen Runde ueber.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS SCH-TURNIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       WORKING-STORAGE SECTION.
       01  SCH-TURNIER-STATUS PIC XX.

       01  SCH-FREILOS-NAME PIC X(20) VALUE "** FREILOS **".

       01  SCH-SCHALTER.
           05 SCH-DATEI-ENDE PIC X(01) VALUE "N".
             88 SCH-ENDE-ERREICHT VALUE "J".
           05 SCH-ART-URTEIL PIC X(01) VALUE "J".
             88 SCH-ART-PASST VALUE "J".
             88 SCH-ART-FALSCH VALUE "N".
           05 SCH-SUCH-URTEIL PIC X(01).
             88 SCH-SUCHE-LAEUFT VALUE " ".
             88 SCH-PAARUNG-GEFUNDEN VALUE "J".
             88 SCH-PAARUNG-UNMOEGLICH VALUE "N".
           05 SCH-PARTNER-URTEIL PIC X(01).
             88 SCH-PARTNER-GEFUNDEN VALUE "J".

       01  SCH-TURNIER-ID PIC X(08).
       01  SCH-LETZTE-RUNDE PIC 9(02) VALUE 0.
       01  SCH-NEUE-RUNDE PIC 9(02).
       01  SCH-SOLL-RUNDEN PIC 9(02) VALUE 0.
       01  SCH-ZWEIERPOTENZ PIC 9(03).
       01  SCH-GELESEN PIC 9(03) VALUE 0.
       01  SCH-OFFEN PIC 9(02) VALUE 0.
       01  SCH-ZUG-LIMIT PIC 9(03) VALUE 0.

      * Spieler des Turniers mit Setzplatz aus der ersten Runde,
      * Punktstand, Zahl der Partien mit X und der Freilose. Brett
      * und Seite der ersten Runde dienen nur der Ableitung des
      * Setzplatzes (siehe TTTTURN).
       01  SCH-MAX-SPIELER PIC 9(02) VALUE 20.
       01  SCH-ANZAHL-SPIELER PIC 9(02) VALUE 0.
       01  SCH-SPIELER-TABELLE.
           05 SCH-SPIELER OCCURS 20.
               10 SCH-SP-NAME PIC X(20).
               10 SCH-SP-SETZPLATZ PIC 9(02).
               10 SCH-SP-BRETT PIC 9(02).
               10 SCH-SP-SEITE PIC X(01).
               10 SCH-SP-PUNKTE PIC 9(03).
               10 SCH-SP-X-PARTIEN PIC 9(02).
               10 SCH-SP-FREILOSE PIC 9(02).
       01  SCH-ERSTE-HAELFTE PIC 9(02) VALUE 0.

      * Begegnungsmatrix: "J", wenn die beiden Spieler schon
      * gegeneinander gespielt haben.
       01  SCH-BEGEGNUNGEN.
           05 SCH-BG-ZEILE OCCURS 20.
               10 SCH-BG-GESPIELT PIC X(01) OCCURS 20.

      * Rangfolge fuer die Paarung: Spielerindex je Rangplatz und
      * je Rangplatz, ob er in der laufenden Suche noch frei ist.
       01  SCH-RANG-TABELLE.
           05 SCH-RANG PIC 9(02) OCCURS 20.
       01  SCH-FREI-TABELLE.
           05 SCH-RG-FREI PIC X(01) OCCURS 20.
       01  SCH-TAUSCH-RANG PIC 9(02).

      * Suchstapel der Paarung: je Brett der Rangplatz des oberen
      * Spielers und des zuletzt versuchten Gegners.
       01  SCH-STAPEL-TABELLE.
           05 SCH-STAPEL OCCURS 10.
               10 SCH-ST-ERSTER PIC 9(02).
               10 SCH-ST-PARTNER PIC 9(02).
       01  SCH-TIEFE PIC 9(02).
       01  SCH-BRETTER PIC 9(02).
       01  SCH-SCHRITTE PIC 9(06).
       01  SCH-MAX-SCHRITTE PIC 9(06) VALUE 200000.

       01  SCH-FREILOS-RANG PIC 9(02) VALUE 0.
       01  SCH-FREILOS-GRENZE PIC 9(02).
       01  SCH-KANDIDAT PIC 9(02).

       01  SCH-I PIC 9(02).
       01  SCH-J PIC 9(02).
       01  SCH-P PIC 9(02).
       01  SCH-OBEN PIC 9(02).
       01  SCH-REST PIC 9(01).
       01  SCH-INDEX-X PIC 9(02).
       01  SCH-INDEX-O PIC 9(02).
       01  SCH-SUCH-NAME PIC X(20).
       01  SCH-FUNDSTELLE PIC 9(02).
       01  SCH-NEUE-PAARUNG PIC 9(02).
       01  SCH-GESCHRIEBEN PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "Turnier-Kennung: " WITH NO ADVANCING
           ACCEPT SCH-TURNIER-ID
           IF SCH-TURNIER-ID = SPACES
               DISPLAY "TTTSCHW: KEINE TURNIER-KENNUNG ANGEGEBEN"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ALL "N" TO SCH-BEGEGNUNGEN
               PERFORM LADE-ALLE-RUNDEN
               PERFORM PRUEFE-RUNDEN
               IF SCH-OFFEN = 0
                  AND SCH-ART-PASST
                  AND SCH-GELESEN > 0
                   PERFORM ERMITTLE-SETZPLAETZE
                   PERFORM ORDNE-RANGFOLGE
                   IF SCH-LETZTE-RUNDE NOT < SCH-SOLL-RUNDEN
                       DISPLAY "TTTSCHW: TURNIER " SCH-TURNIER-ID
                           " NACH " SCH-LETZTE-RUNDE " RUNDEN BEENDET,"
                           " TABELLENERSTER "
                           SCH-SP-NAME (SCH-RANG (1))
                   ELSE
                       PERFORM PAARE-NEUE-RUNDE
                       IF SCH-PAARUNG-GEFUNDEN
                           PERFORM SCHREIBE-NEUE-RUNDE
                       ELSE
                           DISPLAY "TTTSCHW: KEINE PAARUNG OHNE"
                               " WIEDERHOLUNG MOEGLICH, RUNDE "
                               SCH-NEUE-RUNDE " NICHT ERZEUGT"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Liest alle Paarungen des Turniers in Schluesselfolge: die
      * erste Runde meldet die Spieler an, jede gespielte Paarung
      * geht in Punktstand und Begegnungsmatrix ein.
      *----------------------------------------------------------------
       LADE-ALLE-RUNDEN SECTION.
           OPEN INPUT TURNIER-DATEI
           IF SCH-TURNIER-STATUS NOT = "00"
               DISPLAY "TTTSCHW: TURNIERDATEI NICHT LESBAR, STATUS "
                   SCH-TURNIER-STATUS
               MOVE 8 TO RETURN-CODE
               SET SCH-ENDE-ERREICHT TO TRUE
           ELSE
               MOVE SCH-TURNIER-ID TO TRN-TURNIER-ID
               MOVE 0 TO TRN-RUNDE
               MOVE 0 TO TRN-PAARUNG-NR
               START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
               IF SCH-TURNIER-STATUS NOT = "00"
                   SET SCH-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LADE-EINE-PAARUNG
                   THRU LADE-EINE-PAARUNG-EXIT
                   UNTIL SCH-ENDE-ERREICHT
               CLOSE TURNIER-DATEI
           END-IF
           .
           EXIT.

       LADE-EINE-PAARUNG-VERARBEITUNG SECTION.
       LADE-EINE-PAARUNG.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET SCH-ENDE-ERREICHT TO TRUE
           END-READ
           IF SCH-ENDE-ERREICHT
               GO TO LADE-EINE-PAARUNG-EXIT
           END-IF
           IF SCH-TURNIER-STATUS NOT = "00"
              OR TRN-TURNIER-ID NOT = SCH-TURNIER-ID
               SET SCH-ENDE-ERREICHT TO TRUE
               GO TO LADE-EINE-PAARUNG-EXIT
           END-IF
           ADD 1 TO SCH-GELESEN
           IF TRN-ZUG-LIMIT IS NUMERIC
               MOVE TRN-ZUG-LIMIT TO SCH-ZUG-LIMIT
           END-IF
           IF NOT TRN-IST-SCHWEIZER
               SET SCH-ART-FALSCH TO TRUE
           END-IF
           IF TRN-RUNDE > SCH-LETZTE-RUNDE
               MOVE TRN-RUNDE TO SCH-LETZTE-RUNDE
           END-IF
           MOVE TRN-SPIELER-X TO SCH-SUCH-NAME
           PERFORM SUCHE-ODER-NEU
           MOVE SCH-FUNDSTELLE TO SCH-INDEX-X
           MOVE 0 TO SCH-INDEX-O
           IF TRN-SPIELER-O NOT = SCH-FREILOS-NAME
               MOVE TRN-SPIELER-O TO SCH-SUCH-NAME
               PERFORM SUCHE-ODER-NEU
               IF SCH-FUNDSTELLE = 0
                   GO TO LADE-EINE-PAARUNG-EXIT
               END-IF
               MOVE SCH-FUNDSTELLE TO SCH-INDEX-O
           END-IF
           IF TRN-RUNDE = 1
               PERFORM MERKE-ERSTE-RUNDE
           END-IF
           IF TRN-ERGEBNIS = SPACES
               ADD 1 TO SCH-OFFEN
               DISPLAY "TTTSCHW: OFFEN IN RUNDE " TRN-RUNDE
                   " PAARUNG " TRN-PAARUNG-NR ": " TRN-SPIELER-X
                   " GEGEN " TRN-SPIELER-O
               GO TO LADE-EINE-PAARUNG-EXIT
           END-IF
           PERFORM WERTE-PAARUNG
           .
       LADE-EINE-PAARUNG-EXIT.
           EXIT.

      * Brett und Seite der ersten Runde je Spieler vormerken; das
      * Freilos traegt die Seite "F".
       MERKE-ERSTE-RUNDE SECTION.
           IF SCH-INDEX-X NOT = 0
               MOVE TRN-PAARUNG-NR TO SCH-SP-BRETT (SCH-INDEX-X)
               IF SCH-INDEX-O = 0
                   MOVE "F" TO SCH-SP-SEITE (SCH-INDEX-X)
               ELSE
                   MOVE "X" TO SCH-SP-SEITE (SCH-INDEX-X)
                   ADD 1 TO SCH-ERSTE-HAELFTE
               END-IF
           END-IF
           IF SCH-INDEX-O NOT = 0
               MOVE TRN-PAARUNG-NR TO SCH-SP-BRETT (SCH-INDEX-O)
               MOVE "O" TO SCH-SP-SEITE (SCH-INDEX-O)
           END-IF
           .
           EXIT.

      * Punkte, Farben, Freilose und Begegnungen einer entschiedenen
      * Paarung.
       WERTE-PAARUNG SECTION.
           IF SCH-INDEX-X = 0
               GO TO WERTE-PAARUNG-ENDE
           END-IF
           IF SCH-INDEX-O = 0
               ADD 1 TO SCH-SP-FREILOSE (SCH-INDEX-X)
               ADD 2 TO SCH-SP-PUNKTE (SCH-INDEX-X)
               GO TO WERTE-PAARUNG-ENDE
           END-IF
           ADD 1 TO SCH-SP-X-PARTIEN (SCH-INDEX-X)
           MOVE "J" TO SCH-BG-GESPIELT (SCH-INDEX-X, SCH-INDEX-O)
           MOVE "J" TO SCH-BG-GESPIELT (SCH-INDEX-O, SCH-INDEX-X)
           EVALUATE TRN-ERGEBNIS
               WHEN "X"
                   ADD 2 TO SCH-SP-PUNKTE (SCH-INDEX-X)
               WHEN "O"
                   ADD 2 TO SCH-SP-PUNKTE (SCH-INDEX-O)
               WHEN "UNENTSCH"
                   ADD 1 TO SCH-SP-PUNKTE (SCH-INDEX-X)
                   ADD 1 TO SCH-SP-PUNKTE (SCH-INDEX-O)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       WERTE-PAARUNG-ENDE.
           EXIT.

      * Spielerindex zu SCH-SUCH-NAME; ein neuer Name wird angelegt.
      * Bei voller Tabelle bleibt SCH-FUNDSTELLE 0.
       SUCHE-ODER-NEU SECTION.
           MOVE 0 TO SCH-FUNDSTELLE
           PERFORM SUCHE-SPIELER THRU SUCHE-SPIELER-EXIT
               VARYING SCH-I FROM 1 BY 1
               UNTIL SCH-I > SCH-ANZAHL-SPIELER
                  OR SCH-FUNDSTELLE NOT = 0
           IF SCH-FUNDSTELLE = 0
               IF SCH-ANZAHL-SPIELER < SCH-MAX-SPIELER
                   ADD 1 TO SCH-ANZAHL-SPIELER
                   MOVE SCH-ANZAHL-SPIELER TO SCH-FUNDSTELLE
                   MOVE SCH-SUCH-NAME TO SCH-SP-NAME (SCH-FUNDSTELLE)
                   MOVE 99 TO SCH-SP-SETZPLATZ (SCH-FUNDSTELLE)
                   MOVE 0 TO SCH-SP-BRETT (SCH-FUNDSTELLE)
                   MOVE SPACE TO SCH-SP-SEITE (SCH-FUNDSTELLE)
                   MOVE 0 TO SCH-SP-PUNKTE (SCH-FUNDSTELLE)
                   MOVE 0 TO SCH-SP-X-PARTIEN (SCH-FUNDSTELLE)
                   MOVE 0 TO SCH-SP-FREILOSE (SCH-FUNDSTELLE)
               ELSE
                   DISPLAY "TTTSCHW: SPIELERTABELLE VOLL, "
                       SCH-SUCH-NAME " NICHT GEWERTET"
               END-IF
           END-IF
           .
           EXIT.

       SUCHE-SPIELER-VERARBEITUNG SECTION.
       SUCHE-SPIELER.
           IF SCH-SP-NAME (SCH-I) = SCH-SUCH-NAME
               MOVE SCH-I TO SCH-FUNDSTELLE
           END-IF
           .
       SUCHE-SPIELER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Format, Vollstaendigkeit und Rundenzahl pruefen. Offene
      * Paarungen sind schon beim Laden einzeln gemeldet worden.
      *----------------------------------------------------------------
       PRUEFE-RUNDEN SECTION.
           IF SCH-ART-FALSCH
               DISPLAY "TTTSCHW: TURNIER " SCH-TURNIER-ID
                   " IST KEIN TURNIER IM SCHWEIZER SYSTEM"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SCH-GELESEN = 0
               DISPLAY "TTTSCHW: KEINE PAARUNGEN FUER TURNIER "
                   SCH-TURNIER-ID " GEFUNDEN"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SCH-OFFEN > 0
               DISPLAY "TTTSCHW: RUNDE " SCH-LETZTE-RUNDE
                   " NICHT FORTGESCHRIEBEN, " SCH-OFFEN " OFFEN"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 0 TO SCH-SOLL-RUNDEN
           MOVE 1 TO SCH-ZWEIERPOTENZ
           PERFORM VERDOPPLE-ZWEIERPOTENZ
               THRU VERDOPPLE-ZWEIERPOTENZ-EXIT
               UNTIL SCH-ZWEIERPOTENZ NOT < SCH-ANZAHL-SPIELER
           COMPUTE SCH-NEUE-RUNDE = SCH-LETZTE-RUNDE + 1
           .
           EXIT.

       VERDOPPLE-ZWEIERPOTENZ-VERARBEITUNG SECTION.
       VERDOPPLE-ZWEIERPOTENZ.
           COMPUTE SCH-ZWEIERPOTENZ = SCH-ZWEIERPOTENZ * 2
           ADD 1 TO SCH-SOLL-RUNDEN
           .
       VERDOPPLE-ZWEIERPOTENZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Setzplatz aus der ersten Runde: auf Brett b (b nicht groesser
      * als die Zahl der gespielten Bretter h) hat der hoeher
      * Gesetzte auf ungeraden Brettern X, auf geraden O; er hat
      * Setzplatz b, sein Gegner h + b. Das Freilos hat der Letzte.
      *----------------------------------------------------------------
       ERMITTLE-SETZPLAETZE SECTION.
           PERFORM SETZE-EINEN-SPIELER THRU SETZE-EINEN-SPIELER-EXIT
               VARYING SCH-I FROM 1 BY 1
               UNTIL SCH-I > SCH-ANZAHL-SPIELER
           .
           EXIT.

       SETZE-EINEN-SPIELER-VERARBEITUNG SECTION.
       SETZE-EINEN-SPIELER.
           EVALUATE SCH-SP-SEITE (SCH-I)
               WHEN "F"
                   COMPUTE SCH-SP-SETZPLATZ (SCH-I) =
                       (SCH-ERSTE-HAELFTE * 2) + 1
               WHEN "X"
               WHEN "O"
                   DIVIDE SCH-SP-BRETT (SCH-I) BY 2 GIVING SCH-J
                       REMAINDER SCH-REST
                   IF (SCH-REST = 1 AND SCH-SP-SEITE (SCH-I) = "X")
                      OR (SCH-REST = 0 AND SCH-SP-SEITE (SCH-I) = "O")
                       MOVE SCH-SP-BRETT (SCH-I)
                         TO SCH-SP-SETZPLATZ (SCH-I)
                   ELSE
                       COMPUTE SCH-SP-SETZPLATZ (SCH-I) =
                           SCH-ERSTE-HAELFTE + SCH-SP-BRETT (SCH-I)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       SETZE-EINEN-SPIELER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Rangfolge: mehr Punkte vorn, bei Gleichstand der bessere
      * Setzplatz.
      *----------------------------------------------------------------
       ORDNE-RANGFOLGE SECTION.
           PERFORM BESETZE-RANG THRU BESETZE-RANG-EXIT
               VARYING SCH-I FROM 1 BY 1
               UNTIL SCH-I > SCH-ANZAHL-SPIELER
           PERFORM SORTIER-DURCHGANG THRU SORTIER-DURCHGANG-EXIT
               VARYING SCH-I FROM 1 BY 1
               UNTIL SCH-I NOT < SCH-ANZAHL-SPIELER
           .
           EXIT.

       BESETZE-RANG-VERARBEITUNG SECTION.
       BESETZE-RANG.
           MOVE SCH-I TO SCH-RANG (SCH-I)
           .
       BESETZE-RANG-EXIT.
           EXIT.

       SORTIER-DURCHGANG-VERARBEITUNG SECTION.
       SORTIER-DURCHGANG.
           PERFORM SORTIER-VERGLEICH THRU SORTIER-VERGLEICH-EXIT
               VARYING SCH-J FROM 1 BY 1
               UNTIL SCH-J NOT < SCH-ANZAHL-SPIELER
           .
       SORTIER-DURCHGANG-EXIT.
           EXIT.

       SORTIER-VERGLEICH-VERARBEITUNG SECTION.
       SORTIER-VERGLEICH.
           IF SCH-SP-PUNKTE (SCH-RANG (SCH-J))
                < SCH-SP-PUNKTE (SCH-RANG (SCH-J + 1))
              OR (SCH-SP-PUNKTE (SCH-RANG (SCH-J))
                    = SCH-SP-PUNKTE (SCH-RANG (SCH-J + 1))
                  AND SCH-SP-SETZPLATZ (SCH-RANG (SCH-J))
                        > SCH-SP-SETZPLATZ (SCH-RANG (SCH-J + 1)))
               MOVE SCH-RANG (SCH-J) TO SCH-TAUSCH-RANG
               MOVE SCH-RANG (SCH-J + 1) TO SCH-RANG (SCH-J)
               MOVE SCH-TAUSCH-RANG TO SCH-RANG (SCH-J + 1)
           END-IF
           .
       SORTIER-VERGLEICH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Paarung der neuen Runde. Bei ungerader Spielerzahl wird das
      * Freilos von unten her vergeben, zuerst nur an Spieler ohne
      * Freilos, notfalls an solche mit einem; fuer jeden Kandidaten
      * wird die Paarung der uebrigen gesucht.
      *----------------------------------------------------------------
       PAARE-NEUE-RUNDE SECTION.
           SET SCH-PAARUNG-UNMOEGLICH TO TRUE
           DIVIDE SCH-ANZAHL-SPIELER BY 2 GIVING SCH-BRETTER
               REMAINDER SCH-REST
           IF SCH-REST = 0
               MOVE 0 TO SCH-FREILOS-RANG
               PERFORM SUCHE-PAARUNG
           ELSE
               MOVE 0 TO SCH-FREILOS-GRENZE
               PERFORM VERSUCHE-FREILOS-STUFE
                   THRU VERSUCHE-FREILOS-STUFE-EXIT
                   UNTIL SCH-PAARUNG-GEFUNDEN
                      OR SCH-FREILOS-GRENZE > 1
           END-IF
           .
           EXIT.

       VERSUCHE-FREILOS-STUFE-VERARBEITUNG SECTION.
       VERSUCHE-FREILOS-STUFE.
           PERFORM VERSUCHE-FREILOS THRU VERSUCHE-FREILOS-EXIT
               VARYING SCH-KANDIDAT FROM SCH-ANZAHL-SPIELER BY -1
               UNTIL SCH-KANDIDAT < 1
                  OR SCH-PAARUNG-GEFUNDEN
           ADD 1 TO SCH-FREILOS-GRENZE
           .
       VERSUCHE-FREILOS-STUFE-EXIT.
           EXIT.

       VERSUCHE-FREILOS-VERARBEITUNG SECTION.
       VERSUCHE-FREILOS.
           IF SCH-SP-FREILOSE (SCH-RANG (SCH-KANDIDAT))
                = SCH-FREILOS-GRENZE
               MOVE SCH-KANDIDAT TO SCH-FREILOS-RANG
               PERFORM SUCHE-PAARUNG
           END-IF
           .
       VERSUCHE-FREILOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Suche mit Zuruecksetzen ueber den Stapel: auf jeder Stufe
      * wird der oberste freie Rangplatz mit dem naechsten freien
      * Rangplatz gepaart, gegen den er noch nicht gespielt hat.
      * Findet sich keiner, geht die Suche eine Stufe zurueck und
      * versucht dort den naechsten Gegner.
      *----------------------------------------------------------------
       SUCHE-PAARUNG SECTION.
           MOVE ALL "J" TO SCH-FREI-TABELLE
           IF SCH-FREILOS-RANG NOT = 0
               MOVE "N" TO SCH-RG-FREI (SCH-FREILOS-RANG)
           END-IF
           MOVE 0 TO SCH-SCHRITTE
           IF SCH-BRETTER = 0
               SET SCH-PAARUNG-GEFUNDEN TO TRUE
           ELSE
               SET SCH-SUCHE-LAEUFT TO TRUE
               MOVE 1 TO SCH-TIEFE
               PERFORM BEGINNE-STUFE
               PERFORM SUCH-SCHRITT THRU SUCH-SCHRITT-EXIT
                   UNTIL NOT SCH-SUCHE-LAEUFT
           END-IF
           .
           EXIT.

      * Der oberste freie Rangplatz wird Brettfuehrer der Stufe.
       BEGINNE-STUFE SECTION.
           MOVE 0 TO SCH-OBEN
           PERFORM SUCHE-ERSTEN-FREIEN THRU SUCHE-ERSTEN-FREIEN-EXIT
               VARYING SCH-P FROM 1 BY 1
               UNTIL SCH-P > SCH-ANZAHL-SPIELER
                  OR SCH-OBEN NOT = 0
           MOVE SCH-OBEN TO SCH-ST-ERSTER (SCH-TIEFE)
           MOVE SCH-OBEN TO SCH-ST-PARTNER (SCH-TIEFE)
           MOVE "N" TO SCH-RG-FREI (SCH-OBEN)
           .
           EXIT.

       SUCHE-ERSTEN-FREIEN-VERARBEITUNG SECTION.
       SUCHE-ERSTEN-FREIEN.
           IF SCH-RG-FREI (SCH-P) = "J"
               MOVE SCH-P TO SCH-OBEN
           END-IF
           .
       SUCHE-ERSTEN-FREIEN-EXIT.
           EXIT.

       SUCH-SCHRITT-VERARBEITUNG SECTION.
       SUCH-SCHRITT.
           ADD 1 TO SCH-SCHRITTE
           IF SCH-SCHRITTE > SCH-MAX-SCHRITTE
               DISPLAY "TTTSCHW: PAARUNGSSUCHE ABGEBROCHEN"
               SET SCH-PAARUNG-UNMOEGLICH TO TRUE
               GO TO SUCH-SCHRITT-EXIT
           END-IF
           MOVE SCH-ST-ERSTER (SCH-TIEFE) TO SCH-OBEN
           MOVE SPACE TO SCH-PARTNER-URTEIL
           COMPUTE SCH-P = SCH-ST-PARTNER (SCH-TIEFE) + 1
           PERFORM PRUEFE-PARTNER THRU PRUEFE-PARTNER-EXIT
               UNTIL SCH-P > SCH-ANZAHL-SPIELER
                  OR SCH-PARTNER-GEFUNDEN
           IF SCH-PARTNER-GEFUNDEN
               MOVE SCH-P TO SCH-ST-PARTNER (SCH-TIEFE)
               MOVE "N" TO SCH-RG-FREI (SCH-P)
               IF SCH-TIEFE = SCH-BRETTER
                   SET SCH-PAARUNG-GEFUNDEN TO TRUE
               ELSE
                   ADD 1 TO SCH-TIEFE
                   PERFORM BEGINNE-STUFE
               END-IF
               GO TO SUCH-SCHRITT-EXIT
           END-IF
      * Kein Gegner mehr auf dieser Stufe: zurueck zur vorigen und
      * deren Gegner wieder freigeben.
           MOVE "J" TO SCH-RG-FREI (SCH-OBEN)
           IF SCH-TIEFE = 1
               SET SCH-PAARUNG-UNMOEGLICH TO TRUE
           ELSE
               SUBTRACT 1 FROM SCH-TIEFE
               MOVE "J" TO SCH-RG-FREI (SCH-ST-PARTNER (SCH-TIEFE))
           END-IF
           .
       SUCH-SCHRITT-EXIT.
           EXIT.

       PRUEFE-PARTNER-VERARBEITUNG SECTION.
       PRUEFE-PARTNER.
           IF SCH-RG-FREI (SCH-P) = "J"
              AND SCH-BG-GESPIELT (SCH-RANG (SCH-OBEN),
                                   SCH-RANG (SCH-P)) NOT = "J"
               SET SCH-PARTNER-GEFUNDEN TO TRUE
           ELSE
               ADD 1 TO SCH-P
           END-IF
           .
       PRUEFE-PARTNER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Neue Runde schreiben: die Bretter in Rangfolge, das Freilos
      * als letzte Paarung. X erhaelt, wer seltener mit X gespielt
      * hat, bei Gleichstand der besser Platzierte.
      *----------------------------------------------------------------
       SCHREIBE-NEUE-RUNDE SECTION.
           OPEN I-O TURNIER-DATEI
           IF SCH-TURNIER-STATUS NOT = "00"
               DISPLAY "TTTSCHW: TURNIERDATEI NICHT NUTZBAR, STATUS "
                   SCH-TURNIER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO SCH-NEUE-PAARUNG
               PERFORM SCHREIBE-NEUE-PAARUNG
                   THRU SCHREIBE-NEUE-PAARUNG-EXIT
                   VARYING SCH-TIEFE FROM 1 BY 1
                   UNTIL SCH-TIEFE > SCH-BRETTER
               IF SCH-FREILOS-RANG NOT = 0
                   PERFORM SCHREIBE-FREILOS
               END-IF
               CLOSE TURNIER-DATEI
               DISPLAY "TTTSCHW: RUNDE " SCH-NEUE-RUNDE " VON "
                   SCH-SOLL-RUNDEN " MIT " SCH-GESCHRIEBEN
                   " PAARUNGEN ERZEUGT"
           END-IF
           .
           EXIT.

       SCHREIBE-NEUE-PAARUNG-VERARBEITUNG SECTION.
       SCHREIBE-NEUE-PAARUNG.
           MOVE SCH-RANG (SCH-ST-ERSTER (SCH-TIEFE)) TO SCH-INDEX-X
           MOVE SCH-RANG (SCH-ST-PARTNER (SCH-TIEFE)) TO SCH-INDEX-O
           IF SCH-SP-X-PARTIEN (SCH-INDEX-O)
                < SCH-SP-X-PARTIEN (SCH-INDEX-X)
               MOVE SCH-INDEX-X TO SCH-I
               MOVE SCH-INDEX-O TO SCH-INDEX-X
               MOVE SCH-I TO SCH-INDEX-O
           END-IF
           ADD 1 TO SCH-NEUE-PAARUNG
           MOVE SPACES TO TURNIER-SATZ
           MOVE SCH-TURNIER-ID TO TRN-TURNIER-ID
           MOVE SCH-NEUE-RUNDE TO TRN-RUNDE
           MOVE SCH-NEUE-PAARUNG TO TRN-PAARUNG-NR
           MOVE SCH-SP-NAME (SCH-INDEX-X) TO TRN-SPIELER-X
           MOVE SCH-SP-NAME (SCH-INDEX-O) TO TRN-SPIELER-O
           MOVE SPACES TO TRN-ERGEBNIS
           PERFORM SCHREIBE-PAARUNGS-SATZ
           .
       SCHREIBE-NEUE-PAARUNG-EXIT.
           EXIT.

       SCHREIBE-FREILOS SECTION.
           ADD 1 TO SCH-NEUE-PAARUNG
           MOVE SPACES TO TURNIER-SATZ
           MOVE SCH-TURNIER-ID TO TRN-TURNIER-ID
           MOVE SCH-NEUE-RUNDE TO TRN-RUNDE
           MOVE SCH-NEUE-PAARUNG TO TRN-PAARUNG-NR
           MOVE SCH-SP-NAME (SCH-RANG (SCH-FREILOS-RANG))
             TO TRN-SPIELER-X
           MOVE SCH-FREILOS-NAME TO TRN-SPIELER-O
           MOVE "X" TO TRN-ERGEBNIS
           PERFORM SCHREIBE-PAARUNGS-SATZ
           .
           EXIT.

       SCHREIBE-PAARUNGS-SATZ SECTION.
           MOVE "S" TO TRN-ART
           MOVE SCH-ZUG-LIMIT TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF SCH-TURNIER-STATUS NOT = "00"
               REWRITE TURNIER-SATZ
           END-IF
           ADD 1 TO SCH-GESCHRIEBEN
           DISPLAY "  RUNDE " SCH-NEUE-RUNDE " PAARUNG "
               SCH-NEUE-PAARUNG ": " TRN-SPIELER-X " (X) GEGEN "
               TRN-SPIELER-O " (O)"
           .
           EXIT.

       END PROGRAM TTTSCHW.
