       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSTBER.
      * Tabellenstand eines Turniers rechnen, aufgerufen von TTTSTAND
      * und vom naechtlichen Export TTTWEXP, damit die Tabelle am
      * Terminal und auf der Internetseite dieselbe ist.
      * Die Turnierart steht im ersten Satz des Turniers in TTTTURN;
      * ohne Turnierdatei oder ohne Saetze gilt das Kreisverfahren.
      * Fuer K.O.-Turniere wird keine Tabelle gerechnet, der Aufrufer
      * zeigt dort den K.O.-Baum.
      * Kreisverfahren: alle Spiele des Turniers aus der
      * Ergebnisdatei TTTSCORE, zwei Punkte je Sieg, ein Punkt je
      * Unentschieden. Beendete Best-of-Serien des Turniers kommen
      * aus der Matchdatei TTTMATCH als je ein einziges Ergebnis
      * (zwei Punkte fuer den Seriensieger). Bei Punktgleichheit
      * steht die kleinere Summe SCORE-ZUEGE vorn.
      * Schweizer System: alle Paarungen des Turniers aus TTTTURN,
      * zwei Punkte je Sieg, einer je Unentschieden, ein Freilos
      * bringt zwei Punkte ohne Spiel. Bei Punktgleichheit
      * entscheidet die Buchholz-Wertung (Summe der Punkte aller
      * bisherigen Gegner), danach die Zahl der Siege.
      * Niederlagen durch Zeitueberschreitung werden je Spieler
      * gezaehlt. Aufrufbereich STNDAUFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS STB-SCORE-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS STB-TURNIER-STATUS.

           SELECT MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS STB-MATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  MATCH-DATEI.
           COPY MATSATZ.

       WORKING-STORAGE SECTION.
       01  STB-SCORE-STATUS PIC XX.
       01  STB-TURNIER-STATUS PIC XX.
       01  STB-MATCH-STATUS PIC XX.

       01  STB-SCHALTER.
           05 STB-DATEI-ENDE PIC X(01) VALUE "N".
             88 STB-ENDE-ERREICHT VALUE "J".

       01  STB-MAX-SPIELER PIC 9(02) VALUE 20.
       01  STB-I PIC 9(02).
       01  STB-J PIC 9(02).
       01  STB-FUNDSTELLE PIC 9(02).
       01  STB-SUCH-NAME PIC X(20).
       01  STB-PUNKTE PIC 9(03).
       01  STB-IST-SIEG PIC X(01).
       01  STB-ZEITVERLUSTE PIC 9(02).
       01  STB-TAUSCH-SPIELER PIC X(44).

      * Gespielte Paarungen eines Turniers im Schweizer System als
      * Tabellenplaetze beider Spieler, fuer die Buchholz-Wertung.
       01  STB-MAX-BEGEGNUNGEN PIC 9(03) VALUE 100.
       01  STB-ANZAHL-BEGEGNUNGEN PIC 9(03) VALUE 0.
       01  STB-BEGEGNUNGS-TABELLE.
           05 STB-BEGEGNUNG OCCURS 100.
               10 STB-BG-X PIC 9(02).
               10 STB-BG-O PIC 9(02).
       01  STB-B PIC 9(03).
       01  STB-INDEX-X PIC 9(02).
       01  STB-INDEX-O PIC 9(02).
       01  STB-FREILOS-NAME PIC X(20) VALUE "** FREILOS **".

       LINKAGE SECTION.
           COPY STNDAUFR.

       PROCEDURE DIVISION USING STAND-AUFRUF.

           MOVE "R" TO SA-TURNIER-ART
           MOVE SPACES TO SA-FEHLER-DATEI
           MOVE SPACES TO SA-FEHLER-STATUS
           MOVE 0 TO SA-GEWERTET
           MOVE 0 TO SA-ANZAHL-SPIELER
           MOVE 0 TO STB-ANZAHL-BEGEGNUNGEN
           PERFORM ERMITTLE-TURNIER-ART
           EVALUATE TRUE
               WHEN SA-IST-KO-TURNIER
                   CONTINUE
               WHEN SA-IST-SCHWEIZER-TURNIER
                   PERFORM WERTE-SCHWEIZER-RUNDEN
                   PERFORM BERECHNE-BUCHHOLZ
                   PERFORM SORTIERE-TABELLE
               WHEN OTHER
                   PERFORM LIES-ALLE-SCORES
                   PERFORM WERTE-ALLE-MATCHES
                   PERFORM SORTIERE-TABELLE
           END-EVALUATE

           GOBACK
          .

      *----------------------------------------------------------------
      * Stellt anhand des ersten Turniersatzes fest, ob das Turnier
      * im K.O.-System oder im Schweizer System laeuft. Ohne
      * Turnierdatei oder ohne Saetze gilt der bisherige Weg ueber
      * die Punktetabelle.
      *----------------------------------------------------------------
       ERMITTLE-TURNIER-ART SECTION.
           OPEN INPUT TURNIER-DATEI
           IF STB-TURNIER-STATUS = "00"
               MOVE SA-TURNIER-ID TO TRN-TURNIER-ID
               MOVE 0 TO TRN-RUNDE
               MOVE 0 TO TRN-PAARUNG-NR
               START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
               IF STB-TURNIER-STATUS = "00"
                   READ TURNIER-DATEI NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF STB-TURNIER-STATUS = "00"
                      AND TRN-TURNIER-ID = SA-TURNIER-ID
                       IF TRN-IST-KO
                           MOVE "K" TO SA-TURNIER-ART
                       END-IF
                       IF TRN-IST-SCHWEIZER
                           MOVE "S" TO SA-TURNIER-ART
                       END-IF
                   END-IF
               END-IF
               CLOSE TURNIER-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Schweizer System: alle Paarungen des Turniers aus der
      * Turnierdatei werten. Offene Paarungen nehmen die Spieler nur
      * in die Tabelle auf; ein Freilos bringt zwei Punkte.
      *----------------------------------------------------------------
       WERTE-SCHWEIZER-RUNDEN SECTION.
           OPEN INPUT TURNIER-DATEI
           IF STB-TURNIER-STATUS NOT = "00"
               MOVE "TTTTURN" TO SA-FEHLER-DATEI
               MOVE STB-TURNIER-STATUS TO SA-FEHLER-STATUS
           ELSE
               MOVE "N" TO STB-DATEI-ENDE
               MOVE SA-TURNIER-ID TO TRN-TURNIER-ID
               MOVE 0 TO TRN-RUNDE
               MOVE 0 TO TRN-PAARUNG-NR
               START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
               IF STB-TURNIER-STATUS NOT = "00"
                   SET STB-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM WERTE-SCHWEIZER-PAARUNG
                   THRU WERTE-SCHWEIZER-PAARUNG-EXIT
                   UNTIL STB-ENDE-ERREICHT
               CLOSE TURNIER-DATEI
           END-IF
           .
           EXIT.

       WERTE-SCHWEIZER-PAARUNG-VERARBEITUNG SECTION.
       WERTE-SCHWEIZER-PAARUNG.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET STB-ENDE-ERREICHT TO TRUE
           END-READ
           IF STB-ENDE-ERREICHT
               GO TO WERTE-SCHWEIZER-PAARUNG-EXIT
           END-IF
           IF STB-TURNIER-STATUS NOT = "00"
              OR TRN-TURNIER-ID NOT = SA-TURNIER-ID
               SET STB-ENDE-ERREICHT TO TRUE
               GO TO WERTE-SCHWEIZER-PAARUNG-EXIT
           END-IF
           MOVE TRN-SPIELER-X TO STB-SUCH-NAME
           PERFORM NIMM-SPIELER-AUF
           MOVE STB-FUNDSTELLE TO STB-INDEX-X
           IF TRN-SPIELER-O = STB-FREILOS-NAME
               IF TRN-ERGEBNIS = "X"
                  AND STB-INDEX-X NOT = 0
                   ADD 2 TO SA-SP-PUNKTE (STB-INDEX-X)
               END-IF
               GO TO WERTE-SCHWEIZER-PAARUNG-EXIT
           END-IF
           MOVE TRN-SPIELER-O TO STB-SUCH-NAME
           PERFORM NIMM-SPIELER-AUF
           MOVE STB-FUNDSTELLE TO STB-INDEX-O
           IF TRN-ERGEBNIS = SPACES
              OR STB-INDEX-X = 0
              OR STB-INDEX-O = 0
               GO TO WERTE-SCHWEIZER-PAARUNG-EXIT
           END-IF
           ADD 1 TO SA-GEWERTET
           ADD 1 TO SA-SP-SPIELE (STB-INDEX-X)
           ADD 1 TO SA-SP-SPIELE (STB-INDEX-O)
           EVALUATE TRN-ERGEBNIS
               WHEN "X"
                   ADD 2 TO SA-SP-PUNKTE (STB-INDEX-X)
                   ADD 1 TO SA-SP-SIEGE (STB-INDEX-X)
                   IF TRN-ZEITVERLUST
                       ADD 1 TO SA-SP-ZEITVERLUSTE (STB-INDEX-O)
                   END-IF
               WHEN "O"
                   ADD 2 TO SA-SP-PUNKTE (STB-INDEX-O)
                   ADD 1 TO SA-SP-SIEGE (STB-INDEX-O)
                   IF TRN-ZEITVERLUST
                       ADD 1 TO SA-SP-ZEITVERLUSTE (STB-INDEX-X)
                   END-IF
               WHEN "UNENTSCH"
                   ADD 1 TO SA-SP-PUNKTE (STB-INDEX-X)
                   ADD 1 TO SA-SP-PUNKTE (STB-INDEX-O)
                   ADD 1 TO SA-SP-UNENTSCHIEDEN (STB-INDEX-X)
                   ADD 1 TO SA-SP-UNENTSCHIEDEN (STB-INDEX-O)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF STB-ANZAHL-BEGEGNUNGEN < STB-MAX-BEGEGNUNGEN
               ADD 1 TO STB-ANZAHL-BEGEGNUNGEN
               MOVE STB-INDEX-X TO STB-BG-X (STB-ANZAHL-BEGEGNUNGEN)
               MOVE STB-INDEX-O TO STB-BG-O (STB-ANZAHL-BEGEGNUNGEN)
           END-IF
           .
       WERTE-SCHWEIZER-PAARUNG-EXIT.
           EXIT.

      * Tabellenplatz zu STB-SUCH-NAME, ein neuer Name wird ohne
      * Wertung angelegt. Bei voller Tabelle bleibt die Fundstelle 0.
       NIMM-SPIELER-AUF SECTION.
           MOVE 0 TO STB-FUNDSTELLE
           PERFORM SUCHE-SPIELER-PLATZ THRU SUCHE-SPIELER-PLATZ-EXIT
               VARYING STB-I FROM 1 BY 1
               UNTIL STB-I > SA-ANZAHL-SPIELER
                  OR STB-FUNDSTELLE NOT = 0
           IF STB-FUNDSTELLE = 0
               IF SA-ANZAHL-SPIELER < STB-MAX-SPIELER
                   ADD 1 TO SA-ANZAHL-SPIELER
                   MOVE SA-ANZAHL-SPIELER TO STB-FUNDSTELLE
                   MOVE STB-SUCH-NAME TO SA-SP-NAME (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-PUNKTE (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-SPIELE (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-SIEGE (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-UNENTSCHIEDEN (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-ZUEGE (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-ZEITVERLUSTE (STB-FUNDSTELLE)
                   MOVE 0 TO SA-SP-BUCHHOLZ (STB-FUNDSTELLE)
               ELSE
                   DISPLAY "TTTSTBER: SPIELERTABELLE VOLL, "
                       STB-SUCH-NAME " NICHT GEWERTET"
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Buchholz-Wertung: jeder Spieler erhaelt die Endpunktzahl
      * jedes Gegners, gegen den er gespielt hat; ein Freilos
      * zaehlt nicht. Muss vor dem Sortieren laufen, weil die
      * Begegnungen Tabellenplaetze halten.
      *----------------------------------------------------------------
       BERECHNE-BUCHHOLZ SECTION.
           PERFORM ADDIERE-BUCHHOLZ THRU ADDIERE-BUCHHOLZ-EXIT
               VARYING STB-B FROM 1 BY 1
               UNTIL STB-B > STB-ANZAHL-BEGEGNUNGEN
           .
           EXIT.

       ADDIERE-BUCHHOLZ-VERARBEITUNG SECTION.
       ADDIERE-BUCHHOLZ.
           ADD SA-SP-PUNKTE (STB-BG-O (STB-B))
             TO SA-SP-BUCHHOLZ (STB-BG-X (STB-B))
           ADD SA-SP-PUNKTE (STB-BG-X (STB-B))
             TO SA-SP-BUCHHOLZ (STB-BG-O (STB-B))
           .
       ADDIERE-BUCHHOLZ-EXIT.
           EXIT.

       LIES-ALLE-SCORES SECTION.
           OPEN INPUT SCORE-DATEI
           IF STB-SCORE-STATUS NOT = "00"
               MOVE "TTTSCORE" TO SA-FEHLER-DATEI
               MOVE STB-SCORE-STATUS TO SA-FEHLER-STATUS
           ELSE
               MOVE "N" TO STB-DATEI-ENDE
               PERFORM LIES-SCORE-SATZ
               PERFORM VERARBEITE-SCORE-SATZ
                   UNTIL STB-ENDE-ERREICHT
               CLOSE SCORE-DATEI
           END-IF
           .
           EXIT.

       LIES-SCORE-SATZ SECTION.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET STB-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT STB-ENDE-ERREICHT
              AND STB-SCORE-STATUS NOT = "00"
               SET STB-ENDE-ERREICHT TO TRUE
           END-IF
           .
           EXIT.

       VERARBEITE-SCORE-SATZ SECTION.
           IF SCORE-TURNIER-ID = SA-TURNIER-ID
               ADD 1 TO SA-GEWERTET
               MOVE SCORE-SPIELER-X TO STB-SUCH-NAME
               IF SCORE-GEWINNER = "X"
                   MOVE 2 TO STB-PUNKTE
                   MOVE "J" TO STB-IST-SIEG
               ELSE
                   IF SCORE-GEWINNER = "UNENTSCH"
                       MOVE 1 TO STB-PUNKTE
                       MOVE "N" TO STB-IST-SIEG
                   ELSE
                       MOVE 0 TO STB-PUNKTE
                       MOVE "N" TO STB-IST-SIEG
                   END-IF
               END-IF
               PERFORM WERTE-FUER-SPIELER
               MOVE SCORE-SPIELER-O TO STB-SUCH-NAME
               IF SCORE-GEWINNER = "O"
                   MOVE 2 TO STB-PUNKTE
                   MOVE "J" TO STB-IST-SIEG
               ELSE
                   IF SCORE-GEWINNER = "UNENTSCH"
                       MOVE 1 TO STB-PUNKTE
                       MOVE "N" TO STB-IST-SIEG
                   ELSE
                       MOVE 0 TO STB-PUNKTE
                       MOVE "N" TO STB-IST-SIEG
                   END-IF
               END-IF
               PERFORM WERTE-FUER-SPIELER
           END-IF
           PERFORM LIES-SCORE-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Beendete Best-of-Serien des Turniers als je ein Ergebnis
      * werten: zwei Punkte und ein Sieg fuer den Seriensieger, je
      * ein Spiel fuer beide. Keine Matchdatei heisst: keine Serien.
      *----------------------------------------------------------------
       WERTE-ALLE-MATCHES SECTION.
           OPEN INPUT MATCH-DATEI
           IF STB-MATCH-STATUS = "00"
               MOVE "N" TO STB-DATEI-ENDE
               MOVE LOW-VALUES TO MAT-KENNUNG
               START MATCH-DATEI KEY NOT < MAT-KENNUNG
               IF STB-MATCH-STATUS NOT = "00"
                   SET STB-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM WERTE-EIN-MATCH THRU WERTE-EIN-MATCH-EXIT
                   UNTIL STB-ENDE-ERREICHT
               CLOSE MATCH-DATEI
           END-IF
           .
           EXIT.

       WERTE-EIN-MATCH-VERARBEITUNG SECTION.
       WERTE-EIN-MATCH.
           READ MATCH-DATEI NEXT RECORD
               AT END
                   SET STB-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT STB-ENDE-ERREICHT
              AND STB-MATCH-STATUS NOT = "00"
               SET STB-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT STB-ENDE-ERREICHT
               IF MAT-TURNIER-ID = SA-TURNIER-ID
                  AND MAT-IST-BEENDET
                   ADD 1 TO SA-GEWERTET
                   MOVE MAT-SPIELER-A TO STB-SUCH-NAME
                   IF MAT-SIEGER = MAT-SPIELER-A
                       MOVE 2 TO STB-PUNKTE
                       MOVE "J" TO STB-IST-SIEG
                   ELSE
                       MOVE 0 TO STB-PUNKTE
                       MOVE "N" TO STB-IST-SIEG
                   END-IF
                   MOVE MAT-ZEITVERLUSTE-A TO STB-ZEITVERLUSTE
                   PERFORM WERTE-MATCH-SEITE
                   MOVE MAT-SPIELER-B TO STB-SUCH-NAME
                   IF MAT-SIEGER = MAT-SPIELER-B
                       MOVE 2 TO STB-PUNKTE
                       MOVE "J" TO STB-IST-SIEG
                   ELSE
                       MOVE 0 TO STB-PUNKTE
                       MOVE "N" TO STB-IST-SIEG
                   END-IF
                   MOVE MAT-ZEITVERLUSTE-B TO STB-ZEITVERLUSTE
                   PERFORM WERTE-MATCH-SEITE
               END-IF
           END-IF
           .
       WERTE-EIN-MATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Wie WERTE-FUER-SPIELER, aber ohne Zugsumme und ohne
      * Unentschieden: eine Serie zaehlt als ein Spiel mit Sieger;
      * die Zeitverluste der Serienspiele zaehlen einzeln.
      *----------------------------------------------------------------
       WERTE-MATCH-SEITE SECTION.
           PERFORM NIMM-SPIELER-AUF
           IF STB-FUNDSTELLE NOT = 0
               ADD STB-PUNKTE TO SA-SP-PUNKTE (STB-FUNDSTELLE)
               ADD 1 TO SA-SP-SPIELE (STB-FUNDSTELLE)
               IF STB-IST-SIEG = "J"
                   ADD 1 TO SA-SP-SIEGE (STB-FUNDSTELLE)
               END-IF
               ADD STB-ZEITVERLUSTE
                 TO SA-SP-ZEITVERLUSTE (STB-FUNDSTELLE)
           END-IF
           .
           EXIT.

       WERTE-FUER-SPIELER SECTION.
           PERFORM NIMM-SPIELER-AUF
           IF STB-FUNDSTELLE NOT = 0
               ADD STB-PUNKTE TO SA-SP-PUNKTE (STB-FUNDSTELLE)
               ADD 1 TO SA-SP-SPIELE (STB-FUNDSTELLE)
               ADD SCORE-ZUEGE TO SA-SP-ZUEGE (STB-FUNDSTELLE)
               IF STB-IST-SIEG = "J"
                   ADD 1 TO SA-SP-SIEGE (STB-FUNDSTELLE)
               END-IF
               IF SCORE-GEWINNER = "UNENTSCH"
                   ADD 1 TO SA-SP-UNENTSCHIEDEN (STB-FUNDSTELLE)
               END-IF
               IF SCORE-ZEITVERLUST
                  AND STB-IST-SIEG = "N"
                  AND SCORE-GEWINNER NOT = "UNENTSCH"
                   ADD 1 TO SA-SP-ZEITVERLUSTE (STB-FUNDSTELLE)
               END-IF
           END-IF
           .
           EXIT.

       SUCHE-SPIELER-PLATZ-VERARBEITUNG SECTION.
       SUCHE-SPIELER-PLATZ.
           IF SA-SP-NAME (STB-I) = STB-SUCH-NAME
               MOVE STB-I TO STB-FUNDSTELLE
           END-IF
           .
       SUCHE-SPIELER-PLATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Sortiert absteigend nach Punkten; bei Punktgleichheit steht
      * die kleinere Zugsumme vorn, im Schweizer System die hoehere
      * Buchholz-Wertung und danach die Zahl der Siege.
      *----------------------------------------------------------------
       SORTIERE-TABELLE SECTION.
           PERFORM SORTIER-DURCHGANG THRU SORTIER-DURCHGANG-EXIT
               VARYING STB-I FROM 1 BY 1
               UNTIL STB-I NOT < SA-ANZAHL-SPIELER
           .
           EXIT.

       SORTIER-DURCHGANG-VERARBEITUNG SECTION.
       SORTIER-DURCHGANG.
           PERFORM SORTIER-VERGLEICH THRU SORTIER-VERGLEICH-EXIT
               VARYING STB-J FROM 1 BY 1
               UNTIL STB-J NOT < SA-ANZAHL-SPIELER
           .
       SORTIER-DURCHGANG-EXIT.
           EXIT.

       SORTIER-VERGLEICH-VERARBEITUNG SECTION.
       SORTIER-VERGLEICH.
           IF SA-IST-SCHWEIZER-TURNIER
               PERFORM SORTIER-VERGLEICH-SCHWEIZER
               GO TO SORTIER-VERGLEICH-EXIT
           END-IF
           IF SA-SP-PUNKTE (STB-J) < SA-SP-PUNKTE (STB-J + 1)
              OR (SA-SP-PUNKTE (STB-J) = SA-SP-PUNKTE (STB-J + 1)
                  AND SA-SP-ZUEGE (STB-J)
                        > SA-SP-ZUEGE (STB-J + 1))
               MOVE SA-SPIELER (STB-J) TO STB-TAUSCH-SPIELER
               MOVE SA-SPIELER (STB-J + 1) TO SA-SPIELER (STB-J)
               MOVE STB-TAUSCH-SPIELER TO SA-SPIELER (STB-J + 1)
           END-IF
           .
       SORTIER-VERGLEICH-EXIT.
           EXIT.

       SORTIER-VERGLEICH-SCHWEIZER SECTION.
           IF SA-SP-PUNKTE (STB-J) < SA-SP-PUNKTE (STB-J + 1)
              OR (SA-SP-PUNKTE (STB-J) = SA-SP-PUNKTE (STB-J + 1)
                  AND SA-SP-BUCHHOLZ (STB-J)
                        < SA-SP-BUCHHOLZ (STB-J + 1))
              OR (SA-SP-PUNKTE (STB-J) = SA-SP-PUNKTE (STB-J + 1)
                  AND SA-SP-BUCHHOLZ (STB-J)
                        = SA-SP-BUCHHOLZ (STB-J + 1)
                  AND SA-SP-SIEGE (STB-J)
                        < SA-SP-SIEGE (STB-J + 1))
               MOVE SA-SPIELER (STB-J) TO STB-TAUSCH-SPIELER
               MOVE SA-SPIELER (STB-J + 1) TO SA-SPIELER (STB-J)
               MOVE STB-TAUSCH-SPIELER TO SA-SPIELER (STB-J + 1)
           END-IF
           .
           EXIT.

       END PROGRAM TTTSTBER.
